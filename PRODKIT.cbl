       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODKIT.

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
              FILE STATUS ARQST-PROD.

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
          01 CP-CODIGO-E          PIC Z.ZZ9.
          01 CP-CODIGO-W          PIC 9(04).
          01 CP-QTDE-E            PIC Z.ZZ9.
          01 CP-QTDE-W            PIC 9(04).
          01 CUSTO-KIT-E          PIC Z.ZZZ.ZZ9,99.
          01 WS-CUSTO-KIT         PIC 9(07)V99 VALUE ZEROS.

      * COMPONENTES DO KIT NA TELA (NO MAXIMO 10 POR KIT). WS-CP-ORIGEM
      * "S" MARCA O QUE JA ESTAVA EM KITS.DAT; WS-CP-ACAO "M" O QUE FOI
      * INCLUIDO OU TEVE A QUANTIDADE MUDADA E "X" O QUE SAI DO KIT.
          01 WS-TAB-COMP.
                02 WS-CP OCCURS 10 TIMES.
                     03 WS-CP-CODIGO    PIC 9(04).
                     03 WS-CP-NOME      PIC X(30).
                     03 WS-CP-QTDE      PIC 9(04).
                     03 WS-CP-CUSTO     PIC 9(05)V99.
                     03 WS-CP-ORIGEM    PIC X(01).
                     03 WS-CP-ACAO      PIC X(01).
          01 WS-QTDE-COMP         PIC 9(02) VALUE ZEROS.
          01 WS-IND               PIC 9(02) VALUE ZEROS.
          01 WS-IND-BUSCA         PIC 9(02) VALUE ZEROS.
          01 WS-IND-ACHADO        PIC 9(02) VALUE ZEROS.
          01 LINHA-COMP-E.
                02 CP-ITEM-E      PIC 99.
                02 FILLER         PIC X(01) VALUE SPACES.
                02 CP-COD-E       PIC Z.ZZ9.
                02 FILLER         PIC X(02) VALUE SPACES.
                02 CP-NOME-E      PIC X(30).
                02 FILLER         PIC X(01) VALUE SPACES.
                02 CP-QTD-E       PIC Z.ZZ9.
                02 FILLER         PIC X(02) VALUE SPACES.
                02 CP-CUSTO-E     PIC ZZ.ZZ9,99.
                02 FILLER         PIC X(02) VALUE SPACES.
                02 CP-SITUACAO-E  PIC X(10).

         01 ARQST-KIT             PIC X(02).
         01 ARQST-PROD            PIC X(02).
         01 ARQST-OPER            PIC X(02).
         01 ARQST-ASS             PIC X(02).
         01 ARQST-ACE             PIC X(02).
         01 ARQST-SEG             PIC X(02).
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
         01 WS-LINHA-BRANCA       PIC X(75) VALUE SPACES.
         01 WS-MENS1              PIC X(20) VALUE "FIM DE PROGRAMA".
         01 WS-FL                 PIC 9(01) VALUE ZEROS.
         01 WS-MODO               PIC X(01) VALUE "A".
            88 MODO-ALTERACAO     VALUE "A".
            88 MODO-INCLUSAO      VALUE "I".
         01 WS-RESP-INC           PIC X(01) VALUE SPACE.
         01 WS-FIM-KIT            PIC X(01) VALUE "N".
         01 WS-FIM-COMP           PIC X(01) VALUE "N".
         01 WS-E-COMPONENTE       PIC X(01) VALUE "N".
         01 WS-E-KIT              PIC X(01) VALUE "N".
         01 WS-ERRO-GRAV          PIC X(01) VALUE "N".
         01 WS-ASSINADO           PIC X(01) VALUE "N".
         01 WS-TENTATIVA          PIC 9(01) VALUE ZEROS.
         01 WS-ID-ASSINA          PIC X(08) VALUE SPACES.
         01 WS-SENHA-ASSINA       PIC X(08) VALUE SPACES.

       SCREEN SECTION.
         01 TELA.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 29  VALUE "ESTRUTURA DE KITS".
              02 LINE 4  COL 19 VALUE "CODIGO DO KIT:".
              02 LINE 5  COL 19 VALUE "KIT:".
              02 LINE 6  COL 19 VALUE "CUSTO DOS COMPONENTES:".
              02 LINE 8  COL 2  VALUE "IT".
              02 LINE 8  COL 5  VALUE "CODIGO".
              02 LINE 8  COL 12 VALUE "COMPONENTE".
              02 LINE 8  COL 43 VALUE "QTDE".
              02 LINE 8  COL 49 VALUE "CUSTO MED.".
              02 LINE 8  COL 61 VALUE "SITUACAO".
              02 LINE 20 COL 19 VALUE "MENSAGEM:".

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-OPER.
              PERFORM ASSINA-OPERADOR.
              PERFORM ABRE-KITS.
              PERFORM PROCESSO UNTIL WS-OPCAO = "N".
              PERFORM FINALIZA.

       ABRE-OPER.
              OPEN I-O OPERADOR.
              IF ARQST-OPER NOT = "00"
                 DISPLAY "CADASTRO DE OPERADORES AUSENTE - EXECUTE "
                         "PRODOPE"
                 GOBACK.

      * COMO NO PRODOPE, A MANUTENCAO DA ESTRUTURA DE KITS EXIGE
      * ASSINATURA DE UM OPERADOR DE NIVEL COMPLETO (3).
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
                      IF OPER-NIVEL = 3
                         AND OPER-BLOQUEADO NOT = "S"
                         MOVE "S" TO WS-ASSINADO
                         MOVE ASS-OPERADOR TO WS-ID-ASSINA
                      END-IF
              END-READ.
       LE-ASSINATURA-FIM.
              EXIT.

       PEDE-ASSINATURA.
              DISPLAY ERASE AT 0101.
              DISPLAY "ESTRUTURA DE KITS - ASSINATURA" AT 0419.
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
              IF NOT (OPER-NIVEL = 3)
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

      * KIT E COMPONENTES PRECISAM EXISTIR NO CADASTRO DE PRODUTOS;
      * KITS.DAT E CRIADO VAZIO NA PRIMEIRA VEZ.
       ABRE-KITS.
              OPEN INPUT PRODUTOS.
              IF ARQST-PROD NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS AUSENTE" AT 1219
                 GOBACK.
              OPEN I-O KITS.
              IF ARQST-KIT NOT = "00"
                     OPEN OUTPUT KITS
                     CLOSE KITS
                     OPEN I-O KITS.

       PROCESSO.
              PERFORM IMP-TELA.
              PERFORM ENTRA-CODIGO UNTIL WS-FL = 2.
              PERFORM MOSTRA-KIT.
              PERFORM ENTRA-COMPONENTES.
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
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
              MOVE SPACES TO WS-OPCAO
                             WS-ATUALIZA.
              MOVE ZEROS  TO KIT-CODIGO-E
                             WS-QTDE-COMP
                             WS-FL.
              MOVE "A"    TO WS-MODO.
              DISPLAY WS-ESPACO AT 2030.

      * CODIGO 9999 ENCERRA O PROGRAMA, COMO NA TELA DE PRODUTOS. A
      * ESTRUTURA TEM UM NIVEL SO: PRODUTO QUE JA E COMPONENTE DE
      * OUTRO KIT NAO PODE SER KIT. KIT SEM COMPONENTES ENTRA COMO
      * INCLUSAO.
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
                    DISPLAY NOME AT 0524
                    PERFORM PROCURA-COMO-COMPONENTE
                    IF WS-E-COMPONENTE = "S"
                       DISPLAY "PRODUTO E COMPONENTE DE OUTRO KIT"
                               AT 2030
                       MOVE ZEROS TO WS-FL
                    ELSE
                       PERFORM CARREGA-KIT
                       IF WS-QTDE-COMP = ZEROS
                          PERFORM PERGUNTA-INCLUSAO.

       PERGUNTA-INCLUSAO.
              DISPLAY "KIT NAO CADASTRADO" AT 2030.
              DISPLAY "INCLUIR NOVO KIT (S/N)? [ ]" AT 2219.
              ACCEPT WS-RESP-INC AT 2246 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 2030.
              DISPLAY WS-ESPACO AT 2219.
              IF WS-RESP-INC = "S"
                 MOVE "I" TO WS-MODO
              ELSE
                 MOVE ZEROS TO WS-FL.

      * A CHAVE DE KITS.DAT COMECA PELO KIT, ENTAO SABER SE UM PRODUTO
      * E COMPONENTE DE ALGUM KIT EXIGE LER O ARQUIVO TODO.
       PROCURA-COMO-COMPONENTE.
              MOVE "N" TO WS-E-COMPONENTE.
              MOVE "N" TO WS-FIM-KIT.
              MOVE LOW-VALUES TO KIT-CHAVE.
              START KITS KEY IS NOT LESS THAN KIT-CHAVE
                    INVALID KEY MOVE "S" TO WS-FIM-KIT
              END-START.
              PERFORM LE-COMO-COMPONENTE
                      UNTIL WS-FIM-KIT = "S" OR WS-E-COMPONENTE = "S".

       LE-COMO-COMPONENTE.
              READ KITS NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-KIT
              END-READ.
              IF WS-FIM-KIT = "N"
                 IF KIT-COMPONENTE = KIT-CODIGO-W
                    MOVE "S" TO WS-E-COMPONENTE.

      * PRODUTO COM COMPONENTES EM KITS.DAT E KIT E NAO PODE ENTRAR
      * COMO COMPONENTE.
       PROCURA-KIT.
              MOVE "N" TO WS-E-KIT.
              MOVE CP-CODIGO-W TO KIT-CODIGO.
              MOVE ZEROS       TO KIT-COMPONENTE.
              START KITS KEY IS NOT LESS THAN KIT-CHAVE
                    INVALID KEY MOVE "N" TO WS-E-KIT
                    NOT INVALID KEY
                       READ KITS NEXT RECORD
                            AT END MOVE "N" TO WS-E-KIT
                            NOT AT END
                               IF KIT-CODIGO = CP-CODIGO-W
                                  MOVE "S" TO WS-E-KIT
                               END-IF
                       END-READ
              END-START.

      * LE OS COMPONENTES DO KIT PELA CHAVE KIT + COMPONENTE, COM O
      * CUSTO MEDIO ATUAL DE CADA UM.
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
              MOVE "S"            TO WS-CP-ORIGEM (WS-IND).
              MOVE SPACE          TO WS-CP-ACAO   (WS-IND).
              MOVE KIT-COMPONENTE TO CODIGO.
              READ PRODUTOS
                   INVALID KEY
                      MOVE "** NAO CADASTRADO **" TO WS-CP-NOME (WS-IND)
                      MOVE ZEROS TO WS-CP-CUSTO (WS-IND)
                   NOT INVALID KEY
                      MOVE NOME     TO WS-CP-NOME  (WS-IND)
                      MOVE UNITARIO TO WS-CP-CUSTO (WS-IND)
              END-READ.

       MOSTRA-KIT.
              PERFORM MOSTRA-COMP
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > WS-QTDE-COMP.
              PERFORM SOMA-CUSTO-KIT.

      * UMA LINHA POR COMPONENTE (LINHAS 9 A 18 DA TELA).
       MOSTRA-COMP.
              MOVE WS-IND                 TO CP-ITEM-E.
              MOVE WS-CP-CODIGO (WS-IND)  TO CP-COD-E.
              MOVE WS-CP-NOME   (WS-IND)  TO CP-NOME-E.
              MOVE WS-CP-QTDE   (WS-IND)  TO CP-QTD-E.
              MOVE WS-CP-CUSTO  (WS-IND)  TO CP-CUSTO-E.
              EVALUATE TRUE
                 WHEN WS-CP-ACAO (WS-IND) = "X"
                    MOVE "EXCLUIDO"  TO CP-SITUACAO-E
                 WHEN WS-CP-ACAO (WS-IND) = "M"
                  AND WS-CP-ORIGEM (WS-IND) = "S"
                    MOVE "ALTERADO"  TO CP-SITUACAO-E
                 WHEN WS-CP-ACAO (WS-IND) = "M"
                    MOVE "INCLUIDO"  TO CP-SITUACAO-E
                 WHEN OTHER
                    MOVE SPACES      TO CP-SITUACAO-E
              END-EVALUATE.
              EVALUATE WS-IND
                 WHEN 1  DISPLAY LINHA-COMP-E AT 0902
                 WHEN 2  DISPLAY LINHA-COMP-E AT 1002
                 WHEN 3  DISPLAY LINHA-COMP-E AT 1102
                 WHEN 4  DISPLAY LINHA-COMP-E AT 1202
                 WHEN 5  DISPLAY LINHA-COMP-E AT 1302
                 WHEN 6  DISPLAY LINHA-COMP-E AT 1402
                 WHEN 7  DISPLAY LINHA-COMP-E AT 1502
                 WHEN 8  DISPLAY LINHA-COMP-E AT 1602
                 WHEN 9  DISPLAY LINHA-COMP-E AT 1702
                 WHEN 10 DISPLAY LINHA-COMP-E AT 1802
              END-EVALUATE.

      * CUSTO DO KIT = SOMA DO CUSTO MEDIO ATUAL DE CADA COMPONENTE
      * VEZES A QUANTIDADE NO KIT, O MESMO CALCULO DA MONTAGEM.
       SOMA-CUSTO-KIT.
              MOVE ZEROS TO WS-CUSTO-KIT.
              PERFORM SOMA-CUSTO-COMP
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > WS-QTDE-COMP.
              MOVE WS-CUSTO-KIT TO CUSTO-KIT-E.
              DISPLAY CUSTO-KIT-E AT 0642.

       SOMA-CUSTO-COMP.
              IF WS-CP-ACAO (WS-IND) NOT = "X"
                 COMPUTE WS-CUSTO-KIT = WS-CUSTO-KIT
                         + WS-CP-CUSTO (WS-IND) * WS-CP-QTDE (WS-IND).

      * COMPONENTES DIGITADOS NA LINHA 19, UM DE CADA VEZ, ATE O
      * CODIGO ZERO. COMPONENTE QUE JA ESTA NO KIT TEM A QUANTIDADE
      * TROCADA; QUANTIDADE ZERO TIRA O COMPONENTE DO KIT.
       ENTRA-COMPONENTES.
              MOVE "N" TO WS-FIM-COMP.
              PERFORM ACEITA-COMPONENTE UNTIL WS-FIM-COMP = "S".
              DISPLAY WS-LINHA-BRANCA AT 1902.

       ACEITA-COMPONENTE.
              DISPLAY "COMPONENTE:"   AT 1902.
              DISPLAY "QTDE POR KIT:" AT 1921.
              MOVE ZEROS TO CP-CODIGO-E
                            CP-QTDE-E.
              ACCEPT CP-CODIGO-E AT 1914 WITH PROMPT AUTO.
              MOVE CP-CODIGO-E TO CP-CODIGO-W.
              IF CP-CODIGO-W = ZEROS
                 MOVE "S" TO WS-FIM-COMP
              ELSE
                 PERFORM VALIDA-COMPONENTE.

       VALIDA-COMPONENTE.
              MOVE CP-CODIGO-W TO CODIGO.
              READ PRODUTOS
                   INVALID KEY     MOVE 1 TO WS-FL
                   NOT INVALID KEY MOVE 2 TO WS-FL
              END-READ.
              PERFORM PROCURA-KIT.
              PERFORM PROCURA-NA-TABELA.
              IF WS-FL = 1
                 DISPLAY "PRODUTO NAO CADASTRADO" AT 2030
              ELSE
              IF CP-CODIGO-W = KIT-CODIGO-W
                 DISPLAY "KIT NAO PODE SER COMPONENTE DELE MESMO"
                         AT 2030
              ELSE
              IF WS-E-KIT = "S"
                 DISPLAY "COMPONENTE E UM KIT - SO UM NIVEL" AT 2030
              ELSE
              IF WS-IND-ACHADO = ZEROS AND WS-QTDE-COMP = 10
                 DISPLAY "KIT JA TEM 10 COMPONENTES" AT 2030
              ELSE
                 ACCEPT CP-QTDE-E AT 1935 WITH PROMPT AUTO
                 MOVE CP-QTDE-E TO CP-QTDE-W
                 DISPLAY WS-ESPACO AT 2030
                 IF WS-IND-ACHADO = ZEROS
                    PERFORM INCLUI-COMPONENTE
                 ELSE
                    PERFORM ALTERA-COMPONENTE.

       PROCURA-NA-TABELA.
              MOVE ZEROS TO WS-IND-ACHADO.
              PERFORM CONFERE-NA-TABELA
                      VARYING WS-IND-BUSCA FROM 1 BY 1
                      UNTIL WS-IND-BUSCA > WS-QTDE-COMP.

       CONFERE-NA-TABELA.
              IF WS-CP-CODIGO (WS-IND-BUSCA) = CP-CODIGO-W
                 MOVE WS-IND-BUSCA TO WS-IND-ACHADO.

       INCLUI-COMPONENTE.
              IF CP-QTDE-W = ZEROS
                 DISPLAY "QUANTIDADE NAO PODE SER ZERO" AT 2030
              ELSE
                 ADD 1 TO WS-QTDE-COMP
                 MOVE WS-QTDE-COMP TO WS-IND
                 MOVE CP-CODIGO-W  TO WS-CP-CODIGO (WS-IND)
                 MOVE NOME         TO WS-CP-NOME   (WS-IND)
                 MOVE CP-QTDE-W    TO WS-CP-QTDE   (WS-IND)
                 MOVE UNITARIO     TO WS-CP-CUSTO  (WS-IND)
                 MOVE "N"          TO WS-CP-ORIGEM (WS-IND)
                 MOVE "M"          TO WS-CP-ACAO   (WS-IND)
                 PERFORM MOSTRA-COMP
                 PERFORM SOMA-CUSTO-KIT.

       ALTERA-COMPONENTE.
              MOVE WS-IND-ACHADO TO WS-IND.
              IF CP-QTDE-W = ZEROS
                 MOVE "X" TO WS-CP-ACAO (WS-IND)
              ELSE
                 MOVE CP-QTDE-W TO WS-CP-QTDE (WS-IND)
                 MOVE "M"       TO WS-CP-ACAO (WS-IND).
              PERFORM MOSTRA-COMP.
              PERFORM SOMA-CUSTO-KIT.

       ATUALIZAR.
              DISPLAY "ATUALIZAR (S/N)? [ ]" AT 2130.
              ACCEPT WS-ATUALIZA AT 2145 WITH PROMPT AUTO.

      * SO OS COMPONENTES MEXIDOS SAO GRAVADOS: INCLUIDO E GRAVADO,
      * ALTERADO E REGRAVADO E EXCLUIDO QUE JA ESTAVA NO ARQUIVO E
      * APAGADO. KIT SEM NENHUM COMPONENTE DEIXA DE SER KIT.
       ATUALIZA-REG.
              MOVE "N" TO WS-ERRO-GRAV.
              PERFORM GRAVA-COMPONENTE
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > WS-QTDE-COMP.
              IF WS-ERRO-GRAV = "S"
                 DISPLAY "ERRO DE GRAVACAO" AT 2030
              ELSE
                 DISPLAY "REGISTRO GRAVADO" AT 2030.

       GRAVA-COMPONENTE.
              MOVE KIT-CODIGO-W          TO KIT-CODIGO.
              MOVE WS-CP-CODIGO (WS-IND) TO KIT-COMPONENTE.
              MOVE WS-CP-QTDE   (WS-IND) TO KIT-QTDE.
              IF WS-CP-ACAO (WS-IND) = "X"
                 IF WS-CP-ORIGEM (WS-IND) = "S"
                    DELETE KITS RECORD
                    IF ARQST-KIT NOT = "00"
                       MOVE "S" TO WS-ERRO-GRAV
                    END-IF
                 END-IF
              ELSE
              IF WS-CP-ACAO (WS-IND) = "M"
                 IF WS-CP-ORIGEM (WS-IND) = "S"
                    REWRITE REG-KIT
                 ELSE
                    WRITE REG-KIT
                 END-IF
                 IF ARQST-KIT NOT = "00"
                    MOVE "S" TO WS-ERRO-GRAV.

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
              GOBACK.
