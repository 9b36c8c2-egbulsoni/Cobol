       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODMONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT KITS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS KIT-CHAVE
              FILE STATUS ARQST-KIT.

              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST.

              SELECT PRODLOG ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-LOG.

              SELECT PRODMOV ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-MOV.

              SELECT PRODFECH ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-FECH.

              SELECT MOTIVOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS MOT-CODIGO
              FILE STATUS ARQST-MOT.

              SELECT LOCAIS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS LOC-CODIGO
              FILE STATUS ARQST-LOCAIS.

              SELECT SALDOLOC ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SLOC-CHAVE
              FILE STATUS ARQST-SLOC.

              SELECT NUMMOV ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-NUM.

              SELECT LOTES ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS LOTE-CHAVE
              FILE STATUS ARQST-LOTE.

              SELECT LOTEMOV ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-LMOV.

              SELECT OPERADOR ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS OPER-ID
              FILE STATUS ARQST-OPER.

              SELECT ASSINADO ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-ASS.

              SELECT ACESSLOG ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-ACE.

              SELECT SEGPARM ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SEG.

       DATA DIVISION.
       FILE SECTION.
       FD KITS LABEL RECORD STANDARD
                DATA RECORD IS REG-KIT
                VALUE OF FILE-ID IS "KITS.DAT".
          COPY KITS.

       FD PRODUTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PROD
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          COPY PRODUTOS.

       FD PRODLOG LABEL RECORD STANDARD
                DATA RECORD IS REG-LOG
                VALUE OF FILE-ID IS "PRODLOG.DAT".
          COPY PRODLOG.

       FD PRODMOV LABEL RECORD STANDARD
                DATA RECORD IS REG-MOV
                VALUE OF FILE-ID IS "PRODMOV.DAT".
          COPY PRODMOV.

       FD PRODFECH LABEL RECORD STANDARD
                DATA RECORD IS REG-FECH
                VALUE OF FILE-ID IS "PRODFECH.DAT".
          COPY FECHAMEN.

       FD MOTIVOS LABEL RECORD STANDARD
                DATA RECORD IS REG-MOT
                VALUE OF FILE-ID IS "MOTIVOS.DAT".
          COPY MOTIVOS.

       FD LOCAIS LABEL RECORD STANDARD
                DATA RECORD IS REG-LOC
                VALUE OF FILE-ID IS "LOCAIS.DAT".
          COPY LOCAIS.

       FD SALDOLOC LABEL RECORD STANDARD
                DATA RECORD IS REG-SLOC
                VALUE OF FILE-ID IS "SALDOLOC.DAT".
          COPY SALDOLOC.

       FD NUMMOV LABEL RECORD STANDARD
                DATA RECORD IS REG-NUMMOV
                VALUE OF FILE-ID IS "NUMMOV.DAT".
          COPY NUMMOV.

       FD LOTES LABEL RECORD STANDARD
                DATA RECORD IS REG-LOTE
                VALUE OF FILE-ID IS "LOTES.DAT".
          COPY LOTES.

       FD LOTEMOV LABEL RECORD STANDARD
                DATA RECORD IS REG-LMOV
                VALUE OF FILE-ID IS "LOTEMOV.DAT".
          COPY LOTEMOV.

       FD OPERADOR LABEL RECORD STANDARD
                DATA RECORD IS REG-OPER
                VALUE OF FILE-ID IS "OPERADOR.DAT".
          COPY OPERADOR.

       FD ASSINADO LABEL RECORD STANDARD
                DATA RECORD IS REG-ASSINA
                VALUE OF FILE-ID IS "ASSINA.TMP".
          COPY ASSINADO.

       FD ACESSLOG LABEL RECORD STANDARD
                DATA RECORD IS REG-ACESSO
                VALUE OF FILE-ID IS "ACESSLOG.DAT".
          COPY ACESSLOG.

       FD SEGPARM LABEL RECORD STANDARD
                DATA RECORD IS REG-SEGPARM
                VALUE OF FILE-ID IS "SEGPARM.DAT".
          COPY SEGPARM.

       WORKING-STORAGE SECTION.
          01 DATA-SIS.
                02 ANO            PIC 9(04).
                02 MES            PIC 9(02).
                02 DIA            PIC 9(02).
          01 KIT-CODIGO-E         PIC Z.ZZ9.
          01 KIT-CODIGO-W         PIC 9(04).
          01 KIT-NOME-W           PIC X(30).
          01 KIT-UNITARIO-W       PIC 9(05)V99.
          01 KIT-ESTOQUE-W        PIC 9(04).
          01 KIT-SITUACAO-W       PIC X(01).
          01 KIT-SALDO-W          PIC 9(04).
          01 OPERACAO-E           PIC X(01).
             88 OPER-MONTAGEM     VALUE "M".
             88 OPER-DESMONTAGEM  VALUE "D".
          01 QTDE-KIT-E           PIC Z.ZZ9.
          01 QTDE-KIT-W           PIC 9(04).
          01 LOCAL-MOV-E          PIC Z9.
          01 LOCAL-MOV-W          PIC 9(02).
          01 CUSTO-E              PIC ZZ.ZZ9,99.
          01 CUSTO-KIT-E          PIC Z.ZZZ.ZZ9,99.
          01 SALDO-E              PIC Z.ZZ9.

      * DADOS DO LANCAMENTO DA VEZ: CADA MONTAGEM OU DESMONTAGEM GERA
      * UM MOVIMENTO POR COMPONENTE E UM PARA O KIT, TODOS PELO MESMO
      * CAMINHO (POSTA-MOVIMENTO).
          01 CODIGO-W             PIC 9(04).
          01 TIPO-MOV-W           PIC X(01).
          01 QTDE-MOV-W           PIC 9(04).
          01 MOTIVO-COD-W         PIC 9(03).
          01 CUSTO-MOV-W          PIC 9(05)V99.
          01 MOTIVO-MOV-W.
                02 MOTIVO-OPER-W  PIC X(12).
                02 FILLER         PIC X(01) VALUE SPACES.
                02 MOTIVO-KIT-W   PIC 9(04).
                02 FILLER         PIC X(03) VALUE SPACES.
          01 REG-PROD-ANTES       PIC X(64).

      * COMPONENTES DO KIT (NO MAXIMO 10, COMO NA TELA PRODKIT), COM A
      * QUANTIDADE A MOVIMENTAR E O SALDO NO LOCAL.
          01 WS-TAB-COMP.
                02 WS-CP OCCURS 10 TIMES.
                     03 WS-CP-CODIGO    PIC 9(04).
                     03 WS-CP-NOME      PIC X(30).
                     03 WS-CP-QTDE      PIC 9(04).
                     03 WS-CP-UNITARIO  PIC 9(05)V99.
                     03 WS-CP-ESTOQUE   PIC 9(04).
                     03 WS-CP-SALDO     PIC 9(04).
                     03 WS-CP-MOVIMENTO PIC 9(07).
                     03 WS-CP-CADASTRO  PIC X(01).
                     03 WS-CP-SITUACAO  PIC X(01).
          01 WS-QTDE-COMP         PIC 9(02) VALUE ZEROS.
          01 WS-IND               PIC 9(02) VALUE ZEROS.
          01 LINHA-COMP-E.
                02 CP-COD-E       PIC Z.ZZ9.
                02 FILLER         PIC X(02) VALUE SPACES.
                02 CP-NOME-E      PIC X(30).
                02 FILLER         PIC X(01) VALUE SPACES.
                02 CP-QTDE-E      PIC Z.ZZ9.
                02 FILLER         PIC X(02) VALUE SPACES.
                02 CP-MOV-E       PIC Z.ZZZ.ZZ9.
                02 FILLER         PIC X(02) VALUE SPACES.
                02 CP-SALDO-E     PIC Z.ZZ9.
                02 FILLER         PIC X(02) VALUE SPACES.
                02 CP-CUSTO-E     PIC ZZ.ZZ9,99.
          01 WS-CUSTO-KIT         PIC 9(07)V99 VALUE ZEROS.

         01 ARQST-KIT             PIC X(02).
         01 ARQST                 PIC X(02).
         01 ARQST-LOG             PIC X(02).
         01 ARQST-MOV             PIC X(02).
         01 ARQST-FECH            PIC X(02).
         01 ARQST-MOT             PIC X(02).
         01 ARQST-LOCAIS          PIC X(02).
         01 ARQST-SLOC            PIC X(02).
         01 ARQST-NUM             PIC X(02).
         01 ARQST-LOTE            PIC X(02).
         01 ARQST-LMOV            PIC X(02).
         01 ARQST-OPER            PIC X(02).
         01 ARQST-ASS             PIC X(02).
         01 ARQST-ACE             PIC X(02).
         01 ARQST-SEG             PIC X(02).
         01 WS-MOT-COD            PIC 9(03) VALUE ZEROS.
         01 WS-MOT-DESCR          PIC X(20) VALUE SPACES.
         01 WS-MOT-TIPO           PIC X(01) VALUE SPACES.
         01 WS-LOC-OK             PIC X(01) VALUE "N".
         01 WS-LOC-NOME           PIC X(20) VALUE SPACES.
         01 WS-LOCAL-ALVO         PIC 9(02) VALUE ZEROS.
         01 WS-SALDO-LOCAL        PIC 9(04) VALUE ZEROS.
         01 WS-QTDE-RESTA         PIC 9(04) VALUE ZEROS.
         01 WS-QTDE-LOTE          PIC 9(04) VALUE ZEROS.
         01 WS-FIM-LOTE           PIC X(01) VALUE "N".
         01 WS-ACHOU-LOTE         PIC X(01) VALUE "N".
         01 WS-SEM-LOTE           PIC X(01) VALUE "N".
         01 WS-LOTE-FEFO          PIC X(10) VALUE SPACES.
         01 WS-MENOR-VALIDADE     PIC X(08) VALUE SPACES.
         01 WS-NUM-MOV-NOVO       PIC 9(08) VALUE ZEROS.
         01 WS-FIM-KIT            PIC X(01) VALUE "N".
         01 WS-FIM-FECH           PIC X(01) VALUE "N".
         01 WS-PERIODO-FECHADO    PIC 9(06) VALUE ZEROS.
         01 WS-PERIODO-HOJE       PIC 9(06) VALUE ZEROS.
         01 WS-ERRO-GRAV          PIC X(01) VALUE "N".
         01 WS-MSG-MOV            PIC X(45) VALUE SPACES.
         01 WS-RESULT-ACESSO      PIC X(01) VALUE "F".
         01 WS-MAX-FALHAS         PIC 9(02) VALUE 3.
         01 WS-VALIDADE-SENHA     PIC 9(03) VALUE 90.
         01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
         01 WS-DIAS-SENHA         PIC S9(09) COMP VALUE ZEROS.
         01 WS-SENHA-NOVA1        PIC X(08) VALUE SPACES.
         01 WS-SENHA-NOVA2        PIC X(08) VALUE SPACES.
         01 WS-HORA-SIS.
            02 WS-HORA-HHMMSS     PIC 9(06).
            02 FILLER             PIC 9(02).
         01 WS-OPCAO              PIC X(01) VALUE SPACES.
         01 WS-ATUALIZA           PIC X(01) VALUE SPACES.
         01 WS-ESPACO             PIC X(45) VALUE SPACES.
         01 WS-MENS1              PIC X(20) VALUE "FIM DE PROGRAMA".
         01 WS-FL                 PIC 9(01) VALUE ZEROS.
         01 WS-VALIDO             PIC 9(01) VALUE ZEROS.
         01 WS-ASSINADO           PIC X(01) VALUE "N".
         01 WS-TENTATIVA          PIC 9(01) VALUE ZEROS.
         01 WS-ID-ASSINA          PIC X(08) VALUE SPACES.
         01 WS-SENHA-ASSINA       PIC X(08) VALUE SPACES.

       SCREEN SECTION.
         01 TELA.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 29  VALUE "MONTAGEM E DESMONTAGEM DE KITS".
              02 LINE 4  COL 19 VALUE "CODIGO DO KIT:".
              02 LINE 5  COL 19 VALUE "KIT:".
              02 LINE 6  COL 19 VALUE "CUSTO MEDIO DO KIT:".
              02 LINE 6  COL 50 VALUE "SOMA COMPON.:".
              02 LINE 7  COL 19 VALUE "(M)ONTAR OU (D)ESMONTAR:".
              02 LINE 7  COL 47 VALUE "LOCAL:".
              02 LINE 8  COL 19 VALUE "QUANTIDADE DE KITS:".
              02 LINE 8  COL 49 VALUE "SALDO DO KIT NO LOCAL:".
              02 LINE 9  COL 2  VALUE "CODIGO".
              02 LINE 9  COL 9  VALUE "COMPONENTE".
              02 LINE 9  COL 40 VALUE "P/KIT".
              02 LINE 9  COL 47 VALUE "MOVIMENTO".
              02 LINE 9  COL 58 VALUE "SALDO".
              02 LINE 9  COL 64 VALUE "CUSTO MED.".
              02 LINE 20 COL 19 VALUE "MENSAGEM:".

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-OPER.
              PERFORM ASSINA-OPERADOR.
              PERFORM ABRE-MOT.
              PERFORM ABRE-LOC.
              PERFORM ABRE-ARQ.
              PERFORM LE-FECHAMENTO.
              PERFORM PROCESSO UNTIL WS-OPCAO = "N".
              PERFORM FINALIZA.

       ABRE-OPER.
              OPEN I-O OPERADOR.
              IF ARQST-OPER NOT = "00"
                 DISPLAY "CADASTRO DE OPERADORES AUSENTE - EXECUTE "
                         "PRODOPE"
                 GOBACK.

      * MONTAR E DESMONTAR KITS E TAREFA DE MOVIMENTACAO: EXIGE
      * OPERADOR DE NIVEL 2 OU 3.
       ASSINA-OPERADOR.
              PERFORM LE-ASSINATURA THRU LE-ASSINATURA-FIM.
              PERFORM LE-SEGPARM THRU LE-SEGPARM-FIM.
              PERFORM PEDE-ASSINATURA
                      UNTIL WS-ASSINADO = "S" OR WS-TENTATIVA = 3.
              CLOSE OPERADOR.
              IF WS-ASSINADO NOT = "S"
                 DISPLAY "ACESSO NEGADO" AT 1219
                 GOBACK.

      * ASSINATURA VINDA DO MENU (PRODMENU): SE ASSINA.TMP TRAZ UM
      * OPERADOR COM O NIVEL EXIGIDO QUE AINDA EXISTE NO CADASTRO, A
      * TELA DE ASSINATURA E DISPENSADA. O ARQUIVO E ESVAZIADO APOS O
      * USO; SEM ELE A ASSINATURA E PEDIDA COMO SEMPRE FOI.
       LE-ASSINATURA.
              OPEN INPUT ASSINADO.
              IF ARQST-ASS NOT = "00"
                 GO TO LE-ASSINATURA-FIM.
              MOVE SPACES TO REG-ASSINA.
              READ ASSINADO
                   AT END MOVE SPACES TO ASS-OPERADOR
              END-READ.
              CLOSE ASSINADO.
              OPEN OUTPUT ASSINADO.
              CLOSE ASSINADO.
              IF ASS-OPERADOR = SPACES
                 GO TO LE-ASSINATURA-FIM.
              MOVE ASS-OPERADOR TO OPER-ID.
              READ OPERADOR
                   INVALID KEY
                      MOVE SPACES TO WS-ID-ASSINA
                   NOT INVALID KEY
                      IF OPER-NIVEL > 1
                         AND OPER-BLOQUEADO NOT = "S"
                         MOVE "S" TO WS-ASSINADO
                         MOVE ASS-OPERADOR TO WS-ID-ASSINA
                      END-IF
              END-READ.
       LE-ASSINATURA-FIM.
              EXIT.

       PEDE-ASSINATURA.
              DISPLAY ERASE AT 0101.
              DISPLAY "MONTAGEM DE KITS - ASSINATURA" AT 0419.
              DISPLAY "OPERADOR:" AT 0619.
              DISPLAY "SENHA...:" AT 0819.
              MOVE SPACES TO WS-ID-ASSINA WS-SENHA-ASSINA.
              ACCEPT WS-ID-ASSINA    AT 0629 WITH PROMPT AUTO.
              ACCEPT WS-SENHA-ASSINA AT 0829 WITH SECURE AUTO.
              ADD 1 TO WS-TENTATIVA.
              MOVE WS-ID-ASSINA TO OPER-ID.
              MOVE "F" TO WS-RESULT-ACESSO.
              READ OPERADOR
                   INVALID KEY
                      DISPLAY "OPERADOR OU SENHA INVALIDOS" AT 1219
                   NOT INVALID KEY
                      PERFORM AVALIA-ASSINATURA
                              THRU AVALIA-ASSINATURA-FIM
              END-READ.
              PERFORM GRAVA-ACESSO.

      * AVALIA A TENTATIVA CONTRA O REGISTRO DO OPERADOR: MATRICULA
      * BLOQUEADA RECUSA DIRETO; SENHA ERRADA SOMA FALHA E PODE
      * TRAVAR A MATRICULA; SENHA CERTA ZERA AS FALHAS E AINDA PASSA
      * PELA CONFERENCIA DE VALIDADE DA SENHA.
       AVALIA-ASSINATURA.
              IF OPER-BLOQUEADO = "S"
                 MOVE "B" TO WS-RESULT-ACESSO
                 DISPLAY "OPERADOR BLOQUEADO - PROCURE NIVEL 3"
                         AT 1219
                 GO TO AVALIA-ASSINATURA-FIM.
              IF OPER-SENHA NOT = WS-SENHA-ASSINA
                 OR WS-SENHA-ASSINA = SPACES
                 PERFORM CONTA-FALHA
                 GO TO AVALIA-ASSINATURA-FIM.
              IF NOT (OPER-NIVEL > 1)
                 DISPLAY "OPERADOR SEM NIVEL PARA ESTA FUNCAO"
                         AT 1219
                 GO TO AVALIA-ASSINATURA-FIM.
              MOVE "S" TO WS-RESULT-ACESSO.
              IF OPER-FALHAS > ZEROS
                 MOVE ZEROS TO OPER-FALHAS
                 REWRITE REG-OPER.
              PERFORM CONFERE-SENHA THRU CONFERE-SENHA-FIM.
              IF WS-RESULT-ACESSO = "S"
                 MOVE "S" TO WS-ASSINADO.
       AVALIA-ASSINATURA-FIM.
              EXIT.

       CONTA-FALHA.
              DISPLAY "OPERADOR OU SENHA INVALIDOS" AT 1219.
              ADD 1 TO OPER-FALHAS.
              IF OPER-FALHAS NOT < WS-MAX-FALHAS
                 MOVE "S" TO OPER-BLOQUEADO
                 MOVE "B" TO WS-RESULT-ACESSO
                 DISPLAY "OPERADOR BLOQUEADO POR EXCESSO DE FALHAS"
                         AT 1319.
              REWRITE REG-OPER.

      * SENHA COM DATA VENCIDA (OU SEM DATA, DE CADASTRO ANTERIOR AO
      * CONTROLE) OBRIGA A TROCA ANTES DE ENTRAR.
       CONFERE-SENHA.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              COMPUTE WS-DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
              IF OPER-DT-SENHA = ZEROS
                 PERFORM TROCA-SENHA
                 GO TO CONFERE-SENHA-FIM.
              COMPUTE WS-DIAS-SENHA
                      = FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                      - FUNCTION INTEGER-OF-DATE (OPER-DT-SENHA).
              IF WS-DIAS-SENHA > WS-VALIDADE-SENHA
                 PERFORM TROCA-SENHA.
       CONFERE-SENHA-FIM.
              EXIT.

       TROCA-SENHA.
              DISPLAY "SENHA VENCIDA - INFORME A NOVA SENHA" AT 1219.
              DISPLAY "NOVA SENHA:" AT 1419.
              ACCEPT WS-SENHA-NOVA1 AT 1431 WITH SECURE AUTO.
              DISPLAY "CONFIRME..:" AT 1519.
              ACCEPT WS-SENHA-NOVA2 AT 1531 WITH SECURE AUTO.
              IF WS-SENHA-NOVA1 = SPACES
                 OR WS-SENHA-NOVA1 NOT = WS-SENHA-NOVA2
                 DISPLAY "TROCA INVALIDA - ACESSO NEGADO" AT 1619
                 MOVE "F" TO WS-RESULT-ACESSO
              ELSE
                 MOVE WS-SENHA-NOVA1 TO OPER-SENHA
                 MOVE WS-DATA-HOJE   TO OPER-DT-SENHA
                 REWRITE REG-OPER
                 IF ARQST-OPER NOT = "00"
                    DISPLAY "ERRO AO GRAVAR A NOVA SENHA" AT 1619
                    MOVE "F" TO WS-RESULT-ACESSO.

      * PARAMETROS DE SEGURANCA (SEGPARM.DAT): MAXIMO DE FALHAS
      * SEGUIDAS E VALIDADE DA SENHA EM DIAS. SEM O ARQUIVO VALEM OS
      * PADROES JA CARREGADOS (03 FALHAS, 090 DIAS).
       LE-SEGPARM.
              OPEN INPUT SEGPARM.
              IF ARQST-SEG NOT = "00"
                 GO TO LE-SEGPARM-FIM.
              READ SEGPARM
                   AT END MOVE ZEROS TO REG-SEGPARM
              END-READ.
              IF SEG-MAX-FALHAS NUMERIC AND SEG-MAX-FALHAS > ZEROS
                 MOVE SEG-MAX-FALHAS TO WS-MAX-FALHAS.
              IF SEG-VALIDADE NUMERIC AND SEG-VALIDADE > ZEROS
                 MOVE SEG-VALIDADE TO WS-VALIDADE-SENHA.
              CLOSE SEGPARM.
       LE-SEGPARM-FIM.
              EXIT.

      * TODA TENTATIVA DE ASSINATURA, BOA OU MA, FICA NO LOG DE
      * ACESSOS PARA O RELATORIO PRODACES.
       GRAVA-ACESSO.
              OPEN EXTEND ACESSLOG.
              IF ARQST-ACE NOT = "00"
                 OPEN OUTPUT ACESSLOG
                 CLOSE ACESSLOG
                 OPEN EXTEND ACESSLOG.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              COMPUTE ACE-DATA = ANO * 10000 + MES * 100 + DIA.
              ACCEPT WS-HORA-SIS FROM TIME.
              MOVE WS-HORA-HHMMSS   TO ACE-HORA.
              MOVE WS-ID-ASSINA     TO ACE-OPERADOR.
              ACCEPT ACE-TERMINAL FROM ENVIRONMENT "TERM".
              MOVE WS-RESULT-ACESSO TO ACE-RESULTADO.
              WRITE REG-ACESSO.
              CLOSE ACESSLOG.


      * A TABELA DE MOTIVOS (MANTIDA POR PRODMOT) E OBRIGATORIA. OS
      * MOTIVOS RESERVADOS DA MONTAGEM (901 A 904) SAO CRIADOS AQUI SE
      * AINDA NAO EXISTIREM; O PRODMOT NAO DEIXA USA-LOS PARA OUTRA
      * COISA.
       ABRE-MOT.
              OPEN I-O MOTIVOS.
              IF ARQST-MOT NOT = "00"
                 DISPLAY "TABELA DE MOTIVOS AUSENTE - EXECUTE "
                         "PRODMOT"
                 GOBACK.
              MOVE 901                   TO WS-MOT-COD.
              MOVE "CONSUMO EM MONTAGEM" TO WS-MOT-DESCR.
              MOVE "S"                   TO WS-MOT-TIPO.
              PERFORM GARANTE-MOTIVO.
              MOVE 902                   TO WS-MOT-COD.
              MOVE "KIT MONTADO"         TO WS-MOT-DESCR.
              MOVE "E"                   TO WS-MOT-TIPO.
              PERFORM GARANTE-MOTIVO.
              MOVE 903                   TO WS-MOT-COD.
              MOVE "KIT DESMONTADO"      TO WS-MOT-DESCR.
              MOVE "S"                   TO WS-MOT-TIPO.
              PERFORM GARANTE-MOTIVO.
              MOVE 904                   TO WS-MOT-COD.
              MOVE "RETORNO DESMONTAGEM" TO WS-MOT-DESCR.
              MOVE "E"                   TO WS-MOT-TIPO.
              PERFORM GARANTE-MOTIVO.

       GARANTE-MOTIVO.
              MOVE WS-MOT-COD TO MOT-CODIGO.
              READ MOTIVOS
                   INVALID KEY
                      MOVE WS-MOT-COD   TO MOT-CODIGO
                      MOVE WS-MOT-DESCR TO MOT-DESCRICAO
                      MOVE WS-MOT-TIPO  TO MOT-TIPO
                      WRITE REG-MOT
              END-READ.
              IF ARQST-MOT NOT = "00"
                 DISPLAY "ERRO AO CRIAR O MOTIVO " WS-MOT-COD
                         " - " ARQST-MOT
                 CLOSE MOTIVOS
                 MOVE 8 TO RETURN-CODE
                 GOBACK.

      * A TABELA DE LOCAIS (MANTIDA POR PRODLOC) E OBRIGATORIA: A
      * MONTAGEM BAIXA OS COMPONENTES E DA ENTRADA NOS KITS NO MESMO
      * LOCAL, E OS SALDOS POR LOCAL FICAM EM SALDOLOC.DAT.
       ABRE-LOC.
              OPEN INPUT LOCAIS.
              IF ARQST-LOCAIS NOT = "00"
                 DISPLAY "TABELA DE LOCAIS AUSENTE - EXECUTE "
                         "PRODLOC"
                 GOBACK.
              OPEN I-O SALDOLOC.
              IF ARQST-SLOC NOT = "00"
                     OPEN OUTPUT SALDOLOC
                     CLOSE SALDOLOC
                     OPEN I-O SALDOLOC.
              OPEN I-O LOTES.
              IF ARQST-LOTE NOT = "00"
                     OPEN OUTPUT LOTES
                     CLOSE LOTES
                     OPEN I-O LOTES.

       ABRE-ARQ.
              OPEN I-O PRODUTOS.
              IF ARQST NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS AUSENTE" AT 1219
                 GOBACK.
              OPEN INPUT KITS.
              IF ARQST-KIT NOT = "00"
                 DISPLAY "ESTRUTURA DE KITS AUSENTE - EXECUTE PRODKIT"
                         AT 1219
                 GOBACK.
              OPEN EXTEND PRODLOG.
              IF ARQST-LOG NOT = "00"
                     OPEN OUTPUT PRODLOG
                     CLOSE PRODLOG
                     OPEN EXTEND PRODLOG.
              OPEN EXTEND PRODMOV.
              IF ARQST-MOV NOT = "00"
                     OPEN OUTPUT PRODMOV
                     CLOSE PRODMOV
                     OPEN EXTEND PRODMOV.
              OPEN EXTEND LOTEMOV.
              IF ARQST-LMOV NOT = "00"
                     OPEN OUTPUT LOTEMOV
                     CLOSE LOTEMOV
                     OPEN EXTEND LOTEMOV.

      * GUARDA O ULTIMO PERIODO FECHADO POR PRODFECH; MONTAGEM EM MES
      * JA FECHADO E RECUSADA.
       LE-FECHAMENTO.
              MOVE ZEROS TO WS-PERIODO-FECHADO.
              OPEN INPUT PRODFECH.
              IF ARQST-FECH = "00"
                     MOVE "N" TO WS-FIM-FECH
                     PERFORM LE-PROX-FECHAMENTO
                             UNTIL WS-FIM-FECH = "S"
                     CLOSE PRODFECH.

       LE-PROX-FECHAMENTO.
              READ PRODFECH
                   AT END MOVE "S" TO WS-FIM-FECH
                   NOT AT END
                       COMPUTE WS-PERIODO-FECHADO
                               = FECH-ANO * 100 + FECH-MES
              END-READ.

       PROCESSO.
              PERFORM IMP-TELA.
              PERFORM ENTRA-CODIGO UNTIL WS-FL = 2.
              MOVE ZEROS TO WS-VALIDO.
              PERFORM ACEITA-OPERACAO UNTIL WS-VALIDO = 1.
              PERFORM ATUALIZAR UNTIL WS-ATUALIZA = "S" OR "N".
              IF WS-ATUALIZA = "S"
                 PERFORM ATUALIZA-REG
              ELSE
                 DISPLAY "REGISTRO NAO GRAVADO" AT 2030.
              PERFORM CONTINUA UNTIL WS-OPCAO = "S" OR "N".

       IMP-TELA.
              DISPLAY ERASE AT 0101.
              DISPLAY TELA.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              COMPUTE WS-DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
              COMPUTE WS-PERIODO-HOJE = ANO * 100 + MES.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACES TO WS-OPCAO
                             WS-ATUALIZA
                             OPERACAO-E.
              MOVE ZEROS  TO KIT-CODIGO-E
                             LOCAL-MOV-E
                             QTDE-KIT-E
                             WS-QTDE-COMP
                             WS-FL.
              DISPLAY WS-ESPACO AT 2030.

      * CODIGO 9999 ENCERRA O PROGRAMA, COMO NA TELA DE PRODUTOS. SO
      * PRODUTO COM ESTRUTURA EM KITS.DAT (TELA PRODKIT) E KIT.
       ENTRA-CODIGO.
              ACCEPT KIT-CODIGO-E AT 0434 WITH PROMPT AUTO.
              MOVE   KIT-CODIGO-E TO KIT-CODIGO-W.
              IF KIT-CODIGO-W = 9999
                 PERFORM FINALIZA.
              IF KIT-CODIGO-W = ZEROS
                 DISPLAY "CODIGO NAO PODE SER ZERO" AT 2030
                 MOVE ZEROS TO WS-FL
              ELSE
                 DISPLAY WS-ESPACO AT 2030
                 MOVE KIT-CODIGO-W TO CODIGO
                 READ PRODUTOS
                      INVALID KEY     MOVE 1 TO WS-FL
                      NOT INVALID KEY MOVE 2 TO WS-FL
                 END-READ
                 IF WS-FL = 1
                    DISPLAY "PRODUTO NAO CADASTRADO" AT 2030
                    MOVE ZEROS TO WS-FL
                 ELSE
                    MOVE NOME     TO KIT-NOME-W
                    MOVE UNITARIO TO KIT-UNITARIO-W
                    MOVE QTDADE   TO KIT-ESTOQUE-W
                    MOVE SITUACAO TO KIT-SITUACAO-W
                    DISPLAY KIT-NOME-W AT 0524
                    PERFORM CARREGA-KIT
                    IF KIT-SITUACAO-W = "B"
                       DISPLAY "KIT BLOQUEADO - SEM MOVIMENTACAO"
                               AT 2030
                       MOVE ZEROS TO WS-FL
                    ELSE
                    IF WS-QTDE-COMP = ZEROS
                       DISPLAY "PRODUTO NAO E KIT - VER PRODKIT" AT 2030
                       MOVE ZEROS TO WS-FL
                    ELSE
                       PERFORM MOSTRA-KIT.

      * LE OS COMPONENTES DO KIT PELA CHAVE KIT + COMPONENTE, COM O
      * CUSTO MEDIO E O ESTOQUE ATUAIS DE CADA UM.
       CARREGA-KIT.
              MOVE ZEROS TO WS-QTDE-COMP.
              MOVE "N"   TO WS-FIM-KIT.
              MOVE KIT-CODIGO-W TO KIT-CODIGO.
              MOVE ZEROS        TO KIT-COMPONENTE.
              START KITS KEY IS NOT LESS THAN KIT-CHAVE
                    INVALID KEY MOVE "S" TO WS-FIM-KIT
              END-START.
              PERFORM LE-PROX-COMP UNTIL WS-FIM-KIT = "S".

       LE-PROX-COMP.
              READ KITS NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-KIT
              END-READ.
              IF WS-FIM-KIT = "N"
                 IF KIT-CODIGO NOT = KIT-CODIGO-W
                    OR WS-QTDE-COMP = 10
                    MOVE "S" TO WS-FIM-KIT
                 ELSE
                    PERFORM GUARDA-COMP.

       GUARDA-COMP.
              ADD 1 TO WS-QTDE-COMP.
              MOVE WS-QTDE-COMP   TO WS-IND.
              MOVE KIT-COMPONENTE TO WS-CP-CODIGO (WS-IND).
              MOVE KIT-QTDE       TO WS-CP-QTDE   (WS-IND).
              MOVE ZEROS          TO WS-CP-SALDO     (WS-IND)
                                     WS-CP-MOVIMENTO (WS-IND).
              MOVE KIT-COMPONENTE TO CODIGO.
              READ PRODUTOS
                   INVALID KEY
                      MOVE "** NAO CADASTRADO **" TO WS-CP-NOME (WS-IND)
                      MOVE ZEROS TO WS-CP-UNITARIO (WS-IND)
                                    WS-CP-ESTOQUE  (WS-IND)
                      MOVE "N"   TO WS-CP-CADASTRO (WS-IND)
                      MOVE SPACE TO WS-CP-SITUACAO (WS-IND)
                   NOT INVALID KEY
                      MOVE NOME     TO WS-CP-NOME     (WS-IND)
                      MOVE UNITARIO TO WS-CP-UNITARIO (WS-IND)
                      MOVE QTDADE   TO WS-CP-ESTOQUE  (WS-IND)
                      MOVE "S"      TO WS-CP-CADASTRO (WS-IND)
                      MOVE SITUACAO TO WS-CP-SITUACAO (WS-IND)
              END-READ.

      * O CUSTO DA UNIDADE MONTADA E A SOMA DO CUSTO MEDIO ATUAL DE
      * CADA COMPONENTE VEZES A QUANTIDADE DELE NO KIT.
       MOSTRA-KIT.
              MOVE KIT-UNITARIO-W TO CUSTO-E.
              DISPLAY CUSTO-E AT 0639.
              MOVE ZEROS TO WS-CUSTO-KIT.
              PERFORM SOMA-CUSTO-COMP
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > WS-QTDE-COMP.
              MOVE WS-CUSTO-KIT TO CUSTO-KIT-E.
              DISPLAY CUSTO-KIT-E AT 0664.
              PERFORM MOSTRA-COMP
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > WS-QTDE-COMP.

       SOMA-CUSTO-COMP.
              COMPUTE WS-CUSTO-KIT = WS-CUSTO-KIT
                      + WS-CP-UNITARIO (WS-IND) * WS-CP-QTDE (WS-IND).

      * UMA LINHA POR COMPONENTE (LINHAS 10 A 19 DA TELA).
       MOSTRA-COMP.
              MOVE WS-CP-CODIGO    (WS-IND) TO CP-COD-E.
              MOVE WS-CP-NOME      (WS-IND) TO CP-NOME-E.
              MOVE WS-CP-QTDE      (WS-IND) TO CP-QTDE-E.
              MOVE WS-CP-MOVIMENTO (WS-IND) TO CP-MOV-E.
              MOVE WS-CP-SALDO     (WS-IND) TO CP-SALDO-E.
              MOVE WS-CP-UNITARIO  (WS-IND) TO CP-CUSTO-E.
              EVALUATE WS-IND
                 WHEN 1  DISPLAY LINHA-COMP-E AT 1002
                 WHEN 2  DISPLAY LINHA-COMP-E AT 1102
                 WHEN 3  DISPLAY LINHA-COMP-E AT 1202
                 WHEN 4  DISPLAY LINHA-COMP-E AT 1302
                 WHEN 5  DISPLAY LINHA-COMP-E AT 1402
                 WHEN 6  DISPLAY LINHA-COMP-E AT 1502
                 WHEN 7  DISPLAY LINHA-COMP-E AT 1602
                 WHEN 8  DISPLAY LINHA-COMP-E AT 1702
                 WHEN 9  DISPLAY LINHA-COMP-E AT 1802
                 WHEN 10 DISPLAY LINHA-COMP-E AT 1902
              END-EVALUATE.

      * MONTAGEM PRECISA DE TODOS OS COMPONENTES NO LOCAL, NA
      * QUANTIDADE DO KIT VEZES A QUANTIDADE DE KITS; DESMONTAGEM
      * PRECISA DOS KITS NO LOCAL. OS DOIS LADOS SAEM E ENTRAM NO
      * MESMO LOCAL. COMPONENTE BLOQUEADO NAO MOVIMENTA; PRODUTO
      * DESCONTINUADO NAO RECEBE ENTRADA (O KIT NA MONTAGEM, O
      * COMPONENTE NA DESMONTAGEM).
       ACEITA-OPERACAO.
              ACCEPT OPERACAO-E  AT 0744 WITH PROMPT AUTO.
              ACCEPT LOCAL-MOV-E AT 0754 WITH PROMPT AUTO.
              PERFORM VALIDA-LOCAL.
              ACCEPT QTDE-KIT-E  AT 0839 WITH PROMPT AUTO.
              MOVE QTDE-KIT-E TO QTDE-KIT-W.
              MOVE KIT-CODIGO-W TO CODIGO-W.
              PERFORM CONSULTA-SALDO-LOCAL.
              MOVE WS-SALDO-LOCAL TO KIT-SALDO-W.
              MOVE KIT-SALDO-W    TO SALDO-E.
              DISPLAY SALDO-E AT 0872.
              PERFORM CALCULA-COMP
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > WS-QTDE-COMP.
              MOVE SPACES TO WS-MSG-MOV.
              IF NOT OPER-MONTAGEM AND NOT OPER-DESMONTAGEM
                 MOVE "OPERACAO DEVE SER M OU D" TO WS-MSG-MOV.
              IF WS-MSG-MOV = SPACES AND WS-LOC-OK NOT = "S"
                 MOVE "LOCAL NAO CADASTRADO - VER PRODLOC"
                   TO WS-MSG-MOV.
              IF WS-MSG-MOV = SPACES AND QTDE-KIT-W = ZEROS
                 MOVE "QUANTIDADE DE KITS NAO PODE SER ZERO"
                   TO WS-MSG-MOV.
              IF WS-MSG-MOV = SPACES AND OPER-MONTAGEM
                 AND KIT-SITUACAO-W = "D"
                 MOVE "KIT DESCONTINUADO - SEM MONTAGEM" TO WS-MSG-MOV.
              IF WS-MSG-MOV = SPACES
                 PERFORM CONFERE-COMP
                         VARYING WS-IND FROM 1 BY 1
                         UNTIL WS-IND > WS-QTDE-COMP
                            OR WS-MSG-MOV NOT = SPACES.
              IF WS-MSG-MOV = SPACES AND OPER-MONTAGEM
                 AND KIT-ESTOQUE-W + QTDE-KIT-W > 9999
                 MOVE "ENTRADA EXCEDE O ESTOQUE MAXIMO PERMITIDO"
                   TO WS-MSG-MOV.
              IF WS-MSG-MOV = SPACES AND OPER-MONTAGEM
                 AND WS-CUSTO-KIT = ZEROS
                 MOVE "CUSTO DOS COMPONENTES NAO PODE SER ZERO"
                   TO WS-MSG-MOV.
              IF WS-MSG-MOV = SPACES AND OPER-MONTAGEM
                 AND WS-CUSTO-KIT > 99999,99
                 MOVE "CUSTO DO KIT EXCEDE O LIMITE DO CADASTRO"
                   TO WS-MSG-MOV.
              IF WS-MSG-MOV = SPACES AND OPER-DESMONTAGEM
                 AND QTDE-KIT-W > KIT-SALDO-W
                 MOVE "QUANTIDADE MAIOR QUE O SALDO DO KIT NO LOCAL"
                   TO WS-MSG-MOV.
              IF WS-MSG-MOV = SPACES
                 AND WS-PERIODO-HOJE NOT > WS-PERIODO-FECHADO
                 MOVE "PERIODO FECHADO - MOVIMENTO NAO PERMITIDO"
                   TO WS-MSG-MOV.
              DISPLAY WS-ESPACO AT 2030.
              IF WS-MSG-MOV NOT = SPACES
                 DISPLAY WS-MSG-MOV AT 2030
              ELSE
                 MOVE 1 TO WS-VALIDO.

       CALCULA-COMP.
              COMPUTE WS-CP-MOVIMENTO (WS-IND)
                      = WS-CP-QTDE (WS-IND) * QTDE-KIT-W.
              MOVE WS-CP-CODIGO (WS-IND) TO CODIGO-W.
              PERFORM CONSULTA-SALDO-LOCAL.
              MOVE WS-SALDO-LOCAL TO WS-CP-SALDO (WS-IND).
              PERFORM MOSTRA-COMP.

       CONFERE-COMP.
              IF WS-CP-CADASTRO (WS-IND) NOT = "S"
                 MOVE "COMPONENTE NAO CADASTRADO - VER PRODKIT"
                   TO WS-MSG-MOV
              ELSE
              IF WS-CP-SITUACAO (WS-IND) = "B"
                 MOVE "COMPONENTE BLOQUEADO - SEM MOVIMENTACAO"
                   TO WS-MSG-MOV
              ELSE
              IF OPER-DESMONTAGEM AND WS-CP-SITUACAO (WS-IND) = "D"
                 MOVE "COMPONENTE DESCONTINUADO - SEM ENTRADAS"
                   TO WS-MSG-MOV
              ELSE
              IF WS-CP-MOVIMENTO (WS-IND) > 9999
                 MOVE "QUANTIDADE EXCEDE O LIMITE DO COMPONENTE"
                   TO WS-MSG-MOV
              ELSE
              IF OPER-MONTAGEM
                 AND WS-CP-MOVIMENTO (WS-IND) > WS-CP-SALDO (WS-IND)
                 MOVE "SALDO DE COMPONENTE INSUFICIENTE NO LOCAL"
                   TO WS-MSG-MOV
              ELSE
              IF OPER-DESMONTAGEM
                 AND WS-CP-ESTOQUE (WS-IND) + WS-CP-MOVIMENTO (WS-IND)
                     > 9999
                 MOVE "ENTRADA EXCEDE O ESTOQUE MAXIMO PERMITIDO"
                   TO WS-MSG-MOV.

       VALIDA-LOCAL.
              MOVE "N"         TO WS-LOC-OK.
              MOVE SPACES      TO WS-LOC-NOME.
              MOVE LOCAL-MOV-E TO LOCAL-MOV-W.
              IF LOCAL-MOV-W NOT = ZEROS
                 MOVE LOCAL-MOV-W TO LOC-CODIGO
                 READ LOCAIS
                      INVALID KEY
                         MOVE "N" TO WS-LOC-OK
                      NOT INVALID KEY
                         MOVE "S" TO WS-LOC-OK
                         MOVE LOC-NOME TO WS-LOC-NOME
                 END-READ.
              DISPLAY WS-LOC-NOME AT 0757.

      * SALDO DO PRODUTO NO LOCAL; REGISTRO AUSENTE EM SALDOLOC.DAT
      * VALE ZERO.
       CONSULTA-SALDO-LOCAL.
              MOVE ZEROS TO WS-SALDO-LOCAL.
              MOVE CODIGO-W     TO SLOC-CODIGO.
              MOVE LOCAL-MOV-W  TO SLOC-LOCAL.
              READ SALDOLOC
                   INVALID KEY
                      MOVE ZEROS TO WS-SALDO-LOCAL
                   NOT INVALID KEY
                      MOVE SLOC-QTDADE TO WS-SALDO-LOCAL
              END-READ.

       ATUALIZAR.
              DISPLAY "ATUALIZAR (S/N)? [ ]" AT 2130.
              ACCEPT WS-ATUALIZA AT 2145 WITH PROMPT AUTO.

      * MONTAGEM: CADA COMPONENTE SAI PELO CUSTO MEDIO (MOTIVO 901) E
      * O KIT ENTRA PELA SOMA DOS CUSTOS DOS COMPONENTES (MOTIVO 902),
      * QUE ENTRA NA MEDIA PONDERADA DO KIT. DESMONTAGEM: O KIT SAI
      * PELO CUSTO MEDIO DELE (MOTIVO 903) E CADA COMPONENTE VOLTA
      * PELO CUSTO MEDIO ATUAL DO PROPRIO COMPONENTE (MOTIVO 904).
      * O QUE ENTRA NA MONTAGEM OU NA DESMONTAGEM FICA SEM LOTE.
       ATUALIZA-REG.
              MOVE "N" TO WS-ERRO-GRAV.
              MOVE KIT-CODIGO-W TO MOTIVO-KIT-W.
              IF OPER-MONTAGEM
                 MOVE "MONTAGEM KIT" TO MOTIVO-OPER-W
                 PERFORM BAIXA-COMPONENTE
                         VARYING WS-IND FROM 1 BY 1
                         UNTIL WS-IND > WS-QTDE-COMP
                 PERFORM ENTRA-KIT
              ELSE
                 MOVE "DESMONT. KIT" TO MOTIVO-OPER-W
                 PERFORM BAIXA-KIT
                 PERFORM DEVOLVE-COMPONENTE
                         VARYING WS-IND FROM 1 BY 1
                         UNTIL WS-IND > WS-QTDE-COMP.
              IF WS-ERRO-GRAV = "S"
                 DISPLAY "ERRO DE GRAVACAO" AT 2030
              ELSE
                 DISPLAY "REGISTRO GRAVADO" AT 2030.

       BAIXA-COMPONENTE.
              MOVE WS-CP-CODIGO    (WS-IND) TO CODIGO-W.
              MOVE "S"                      TO TIPO-MOV-W.
              MOVE WS-CP-MOVIMENTO (WS-IND) TO QTDE-MOV-W.
              MOVE 901                      TO MOTIVO-COD-W.
              PERFORM POSTA-MOVIMENTO THRU POSTA-MOVIMENTO-FIM.

       ENTRA-KIT.
              MOVE KIT-CODIGO-W TO CODIGO-W.
              MOVE "E"          TO TIPO-MOV-W.
              MOVE QTDE-KIT-W   TO QTDE-MOV-W.
              MOVE 902          TO MOTIVO-COD-W.
              MOVE WS-CUSTO-KIT TO CUSTO-MOV-W.
              PERFORM POSTA-MOVIMENTO THRU POSTA-MOVIMENTO-FIM.

       BAIXA-KIT.
              MOVE KIT-CODIGO-W TO CODIGO-W.
              MOVE "S"          TO TIPO-MOV-W.
              MOVE QTDE-KIT-W   TO QTDE-MOV-W.
              MOVE 903          TO MOTIVO-COD-W.
              PERFORM POSTA-MOVIMENTO THRU POSTA-MOVIMENTO-FIM.

       DEVOLVE-COMPONENTE.
              MOVE WS-CP-CODIGO    (WS-IND) TO CODIGO-W.
              MOVE "E"                      TO TIPO-MOV-W.
              MOVE WS-CP-MOVIMENTO (WS-IND) TO QTDE-MOV-W.
              MOVE 904                      TO MOTIVO-COD-W.
              MOVE WS-CP-UNITARIO  (WS-IND) TO CUSTO-MOV-W.
              PERFORM POSTA-MOVIMENTO THRU POSTA-MOVIMENTO-FIM.

      * UM LANCAMENTO COMPLETO, COMO NA TELA DE PRODUTOS: CADASTRO
      * (QUANTIDADE, CUSTO MEDIO E TOTAL), LOG, MOVIMENTO NUMERADO,
      * SALDO DO LOCAL E, NAS SAIDAS, CONSUMO DOS LOTES (FEFO).
       POSTA-MOVIMENTO.
              MOVE CODIGO-W TO CODIGO.
              READ PRODUTOS
                   INVALID KEY
                      MOVE "S" TO WS-ERRO-GRAV
              END-READ.
              IF ARQST NOT = "00"
                 MOVE "S" TO WS-ERRO-GRAV
                 GO TO POSTA-MOVIMENTO-FIM.
              MOVE REG-PROD TO REG-PROD-ANTES.
              IF TIPO-MOV-W = "E"
                 COMPUTE UNITARIO ROUNDED
                         = (QTDADE * UNITARIO
                            + QTDE-MOV-W * CUSTO-MOV-W)
                           / (QTDADE + QTDE-MOV-W)
                 ADD QTDE-MOV-W TO QTDADE
              ELSE
                 MOVE UNITARIO TO CUSTO-MOV-W
                 SUBTRACT QTDE-MOV-W FROM QTDADE.
              COMPUTE TOTAL = QTDADE * UNITARIO.
              REWRITE REG-PROD.
              IF ARQST NOT = "00"
                 MOVE "S" TO WS-ERRO-GRAV
                 GO TO POSTA-MOVIMENTO-FIM.
              PERFORM GRAVA-LOG.
              PERFORM GRAVA-MOVIMENTO.
              IF ARQST-MOV NOT = "00"
                 MOVE "S" TO WS-ERRO-GRAV
                 GO TO POSTA-MOVIMENTO-FIM.
              MOVE LOCAL-MOV-W TO WS-LOCAL-ALVO.
              IF TIPO-MOV-W = "E"
                 PERFORM SOMA-SALDO-LOCAL
              ELSE
                 PERFORM TIRA-SALDO-LOCAL
                 PERFORM CONSOME-LOTES.
       POSTA-MOVIMENTO-FIM.
              EXIT.

       GRAVA-MOVIMENTO.
              MOVE CODIGO-W     TO MOV-CODIGO.
              MOVE TIPO-MOV-W   TO MOV-TIPO.
              MOVE QTDE-MOV-W   TO MOV-QUANTIDADE.
              MOVE DATA-SIS     TO MOV-DATA.
              MOVE MOTIVO-COD-W TO MOV-MOTIVO-COD.
              MOVE LOCAL-MOV-W  TO MOV-LOCAL.
              MOVE ZEROS        TO MOV-LOCAL-DEST.
              MOVE MOTIVO-MOV-W TO MOV-MOTIVO.
              MOVE CUSTO-MOV-W  TO MOV-UNITARIO.
              MOVE WS-ID-ASSINA TO MOV-OPERADOR.
              PERFORM PROXIMO-NUMERO THRU PROXIMO-NUMERO-FIM.
              MOVE WS-NUM-MOV-NOVO TO MOV-NUMERO.
              MOVE SPACE        TO MOV-ESTORNO.
              MOVE ZEROS        TO MOV-NUM-ORIGEM
                                   MOV-PEDIDO.
              WRITE REG-MOV.

      * NUMERO DO MOVIMENTO: CONTADOR UNICO EM NUMMOV.DAT, CRIADO COM
      * ZERO NA PRIMEIRA VEZ.
       PROXIMO-NUMERO.
              OPEN I-O NUMMOV.
              IF ARQST-NUM NOT = "00"
                     OPEN OUTPUT NUMMOV
                     CLOSE NUMMOV
                     OPEN I-O NUMMOV.
              READ NUMMOV
                   AT END
                      CLOSE NUMMOV
                      OPEN OUTPUT NUMMOV
                      MOVE 1 TO NUMM-ULTIMO
                      MOVE 1 TO WS-NUM-MOV-NOVO
                      WRITE REG-NUMMOV
                      CLOSE NUMMOV
                      GO TO PROXIMO-NUMERO-FIM
              END-READ.
              ADD 1 TO NUMM-ULTIMO.
              MOVE NUMM-ULTIMO TO WS-NUM-MOV-NOVO.
              REWRITE REG-NUMMOV.
              CLOSE NUMMOV.
       PROXIMO-NUMERO-FIM.
              EXIT.

      * SAIDA CONSOME OS LOTES DO LOCAL PELO VENCIMENTO MAIS PROXIMO
      * (FEFO); O QUE OS LOTES NAO COBREM SAI DO SALDO SEM LOTE. CADA
      * LOTE TOCADO GERA UM REGISTRO EM LOTEMOV.DAT.
       CONSOME-LOTES.
              MOVE QTDE-MOV-W TO WS-QTDE-RESTA.
              MOVE "N"        TO WS-SEM-LOTE.
              PERFORM CONSOME-UM-LOTE THRU CONSOME-UM-LOTE-FIM
                      UNTIL WS-QTDE-RESTA = ZEROS OR WS-SEM-LOTE = "S".

      * LOTE QUE NAO PODE SER LIDO OU REGRAVADO (APAGADO, PRESO POR
      * OUTRA ESTACAO) PARA O CONSUMO COM AVISO NA TELA E RETORNO 8;
      * O QUE FALTA SAI DO SALDO SEM LOTE.
       CONSOME-UM-LOTE.
              PERFORM ACHA-LOTE-FEFO.
              IF WS-ACHOU-LOTE NOT = "S"
                 MOVE "S" TO WS-SEM-LOTE
                 GO TO CONSOME-UM-LOTE-FIM.
              MOVE CODIGO-W     TO LOTE-CODIGO.
              MOVE LOCAL-MOV-W  TO LOTE-LOCAL.
              MOVE WS-LOTE-FEFO TO LOTE-NUMERO.
              READ LOTES
                   INVALID KEY
                      CONTINUE
              END-READ.
              IF ARQST-LOTE NOT = "00"
                 GO TO CONSOME-UM-LOTE-ERRO.
              IF LOTE-QTDADE < WS-QTDE-RESTA
                 MOVE LOTE-QTDADE   TO WS-QTDE-LOTE
              ELSE
                 MOVE WS-QTDE-RESTA TO WS-QTDE-LOTE.
              SUBTRACT WS-QTDE-LOTE FROM LOTE-QTDADE.
              REWRITE REG-LOTE
                   INVALID KEY
                      CONTINUE
              END-REWRITE.
              IF ARQST-LOTE NOT = "00"
                 GO TO CONSOME-UM-LOTE-ERRO.
              SUBTRACT WS-QTDE-LOTE FROM WS-QTDE-RESTA.
              MOVE "S"              TO LMOV-TIPO.
              MOVE WS-QTDE-LOTE     TO LMOV-QTDE.
              PERFORM GRAVA-LOTEMOV.
              GO TO CONSOME-UM-LOTE-FIM.
       CONSOME-UM-LOTE-ERRO.
              DISPLAY "ERRO NO ARQUIVO DE LOTES" AT 2030.
              MOVE 8   TO RETURN-CODE.
              MOVE "S" TO WS-SEM-LOTE.
       CONSOME-UM-LOTE-FIM.
              EXIT.

      * LOTE COM SALDO DO PRODUTO NO LOCAL QUE VENCE PRIMEIRO.
       ACHA-LOTE-FEFO.
              MOVE "N"         TO WS-ACHOU-LOTE.
              MOVE "N"         TO WS-FIM-LOTE.
              MOVE HIGH-VALUES TO WS-MENOR-VALIDADE.
              MOVE CODIGO-W    TO LOTE-CODIGO.
              MOVE LOCAL-MOV-W TO LOTE-LOCAL.
              MOVE LOW-VALUES  TO LOTE-NUMERO.
              START LOTES KEY NOT < LOTE-CHAVE
                    INVALID KEY MOVE "S" TO WS-FIM-LOTE.
              PERFORM LE-LOTE-FEFO UNTIL WS-FIM-LOTE = "S".

       LE-LOTE-FEFO.
              READ LOTES NEXT
                   AT END MOVE "S" TO WS-FIM-LOTE
              END-READ.
              IF WS-FIM-LOTE NOT = "S"
                 IF LOTE-CODIGO NOT = CODIGO-W
                    OR LOTE-LOCAL NOT = LOCAL-MOV-W
                    MOVE "S" TO WS-FIM-LOTE
                 ELSE
                 IF LOTE-QTDADE > ZEROS
                    AND LOTE-VALIDADE < WS-MENOR-VALIDADE
                    MOVE "S"           TO WS-ACHOU-LOTE
                    MOVE LOTE-VALIDADE TO WS-MENOR-VALIDADE
                    MOVE LOTE-NUMERO   TO WS-LOTE-FEFO.

       GRAVA-LOTEMOV.
              MOVE WS-NUM-MOV-NOVO  TO LMOV-NUMERO.
              MOVE LOTE-CODIGO      TO LMOV-CODIGO.
              MOVE LOTE-LOCAL       TO LMOV-LOCAL.
              MOVE LOTE-NUMERO      TO LMOV-LOTE.
              MOVE LOTE-VALIDADE    TO LMOV-VALIDADE.
              MOVE LOTE-RECEBIMENTO TO LMOV-RECEBIMENTO.
              WRITE REG-LMOV.
              IF ARQST-LMOV NOT = "00"
                 DISPLAY "ERRO NO REGISTRO DE LOTES" AT 2030.

       SOMA-SALDO-LOCAL.
              MOVE CODIGO-W      TO SLOC-CODIGO.
              MOVE WS-LOCAL-ALVO TO SLOC-LOCAL.
              READ SALDOLOC
                   INVALID KEY
                      MOVE CODIGO-W      TO SLOC-CODIGO
                      MOVE WS-LOCAL-ALVO TO SLOC-LOCAL
                      MOVE QTDE-MOV-W    TO SLOC-QTDADE
                      WRITE REG-SLOC
                   NOT INVALID KEY
                      ADD QTDE-MOV-W TO SLOC-QTDADE
                      REWRITE REG-SLOC
              END-READ.
              IF ARQST-SLOC NOT = "00"
                 MOVE "S" TO WS-ERRO-GRAV.

       TIRA-SALDO-LOCAL.
              MOVE CODIGO-W      TO SLOC-CODIGO.
              MOVE WS-LOCAL-ALVO TO SLOC-LOCAL.
              READ SALDOLOC
                   INVALID KEY
                      MOVE "S" TO WS-ERRO-GRAV
                   NOT INVALID KEY
                      SUBTRACT QTDE-MOV-W FROM SLOC-QTDADE
                      REWRITE REG-SLOC
              END-READ.
              IF ARQST-SLOC NOT = "00"
                 MOVE "S" TO WS-ERRO-GRAV.

       GRAVA-LOG.
              MOVE REG-PROD-ANTES TO LOG-REG-ANTES.
              MOVE REG-PROD       TO LOG-REG-DEPOIS.
              MOVE DATA-SIS       TO LOG-DATA.
              ACCEPT LOG-TERMINAL FROM ENVIRONMENT "TERM".
              MOVE WS-ID-ASSINA   TO LOG-USUARIO.
              WRITE REG-LOG.
              IF ARQST-LOG NOT = "00"
                 DISPLAY "ERRO NO REGISTRO DE LOG" AT 2030.

       CONTINUA.
              DISPLAY "CONTINUA (S/N)? [ ] " AT 2130.
              ACCEPT WS-OPCAO AT 2147 WITH PROMPT AUTO.
              IF WS-OPCAO = "S" OR = "N"
                     DISPLAY WS-ESPACO AT 2130
                     DISPLAY WS-ESPACO AT 2030
              ELSE
                     DISPLAY WS-ESPACO AT 2030
                     DISPLAY "DIGITE S OU N" AT 2030.

       FINALIZA.
              DISPLAY WS-MENS1 AT 2030.
              CLOSE KITS.
              CLOSE PRODUTOS.
              CLOSE PRODLOG.
              CLOSE PRODMOV.
              CLOSE MOTIVOS.
              CLOSE LOCAIS.
              CLOSE SALDOLOC.
              CLOSE LOTES.
              CLOSE LOTEMOV.
              GOBACK.
