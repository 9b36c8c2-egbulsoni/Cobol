       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODPRE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRECOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS PRC-CODIGO
              FILE STATUS ARQST-PRC.

              SELECT PRECOHST ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS PHST-CHAVE
              FILE STATUS ARQST-PHST.

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
       FD PRECOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PRECO
                VALUE OF FILE-ID IS "PRECOS.DAT".
          COPY PRECOS.

       FD PRECOHST LABEL RECORD STANDARD
                DATA RECORD IS REG-PHST
                VALUE OF FILE-ID IS "PRECOHST.DAT".
          COPY PRECOHST.

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
          01 REG-PRECO-E.
                02 PRC-CODIGO-E   PIC Z.ZZ9.
                02 PRC-CUSTO-E    PIC ZZ.ZZ9,99.
                02 PRC-ATUAL-E    PIC ZZ.ZZ9,99.
                02 PRC-NOVO-E     PIC ZZ.ZZ9,99.
                02 PRC-VIGENCIA-E PIC 9(08).
          01 PRC-CODIGO-W         PIC 9(04).
          01 PRC-NOVO-W           PIC 9(05)V99.
          01 PRC-VIGENCIA-W       PIC 9(08).
          01 PRC-VIGENCIA-R REDEFINES PRC-VIGENCIA-W.
                02 VIG-ANO-W      PIC 9(04).
                02 VIG-MES-W      PIC 9(02).
                02 VIG-DIA-W      PIC 9(02).
          01 DATA-VIG-E.
                02 VIG-DIA-E      PIC 99/.
                02 VIG-MES-E      PIC 99/.
                02 VIG-ANO-E      PIC 9999.
          01 DATA-VIG-W           PIC 9(08).
          01 DATA-VIG-R REDEFINES DATA-VIG-W.
                02 DVIG-ANO-W     PIC 9(04).
                02 DVIG-MES-W     PIC 9(02).
                02 DVIG-DIA-W     PIC 9(02).

      * ULTIMOS PRECOS DO HISTORICO DO PRODUTO, DO MAIS ANTIGO (1) AO
      * MAIS RECENTE, PARA CONSULTA NA TELA.
          01 WS-TAB-HIST.
                02 WS-HIST-ITEM OCCURS 4 TIMES.
                     03 WS-HIST-VIG     PIC 9(08).
                     03 WS-HIST-PRECO   PIC 9(05)V99.
          01 WS-QTDE-HIST         PIC 9(01) VALUE ZEROS.
          01 WS-IND-HIST          PIC 9(01) VALUE ZEROS.
          01 LINHA-HIST-E.
                02 HIST-DATA-E    PIC X(10).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 HIST-PRECO-E   PIC ZZ.ZZ9,99.
          01 WS-FIM-PHST          PIC X(01) VALUE "N".

         01 ARQST-PRC             PIC X(02).
         01 ARQST-PHST            PIC X(02).
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
         01 WS-MENS1              PIC X(20) VALUE "FIM DE PROGRAMA".
         01 WS-FL                 PIC 9(01) VALUE ZEROS.
         01 WS-MODO               PIC X(01) VALUE "A".
            88 MODO-ALTERACAO     VALUE "A".
            88 MODO-INCLUSAO      VALUE "I".
         01 WS-VALIDO             PIC 9(01) VALUE ZEROS.
         01 WS-ASSINADO           PIC X(01) VALUE "N".
         01 WS-TENTATIVA          PIC 9(01) VALUE ZEROS.
         01 WS-ID-ASSINA          PIC X(08) VALUE SPACES.
         01 WS-SENHA-ASSINA       PIC X(08) VALUE SPACES.

       SCREEN SECTION.
         01 TELA.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 29  VALUE "TABELA DE PRECOS DE VENDA".
              02 LINE 4  COL 19 VALUE "CODIGO DO PRODUTO:".
              02 LINE 6  COL 19 VALUE "PRODUTO:".
              02 LINE 7  COL 19 VALUE "CUSTO MEDIO:".
              02 LINE 8  COL 19 VALUE "PRECO ATUAL:".
              02 LINE 8  COL 45 VALUE "VIGENTE DESDE:".
              02 LINE 10 COL 19 VALUE "NOVO PRECO:".
              02 LINE 11 COL 19 VALUE "VIGENCIA (AAAAMMDD):".
              02 LINE 15 COL 25 VALUE "MENSAGEM:".
              02 LINE 16 COL 19 VALUE "ULTIMOS PRECOS:".

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-OPER.
              PERFORM ASSINA-OPERADOR.
              PERFORM ABRE-PRECOS.
              PERFORM PROCESSO UNTIL WS-OPCAO = "N".
              PERFORM FINALIZA.

       ABRE-OPER.
              OPEN I-O OPERADOR.
              IF ARQST-OPER NOT = "00"
                 DISPLAY "CADASTRO DE OPERADORES AUSENTE - EXECUTE "
                         "PRODOPE"
                 GOBACK.

      * COMO NO PRODOPE, A MANUTENCAO DA TABELA DE PRECOS EXIGE
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
              DISPLAY "TABELA DE PRECOS - ASSINATURA" AT 0419.
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

      * O PRODUTO PRECISA EXISTIR NO CADASTRO; O PRECO ATUAL E O
      * HISTORICO SAEM DE PRECOS.DAT E PRECOHST.DAT, QUE SAO CRIADOS
      * VAZIOS NA PRIMEIRA VEZ.
       ABRE-PRECOS.
              OPEN INPUT PRODUTOS.
              IF ARQST-PROD NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS AUSENTE" AT 1219
                 GOBACK.
              OPEN I-O PRECOS.
              IF ARQST-PRC NOT = "00"
                     OPEN OUTPUT PRECOS
                     CLOSE PRECOS
                     OPEN I-O PRECOS.
              OPEN I-O PRECOHST.
              IF ARQST-PHST NOT = "00"
                     OPEN OUTPUT PRECOHST
                     CLOSE PRECOHST
                     OPEN I-O PRECOHST.

       PROCESSO.
              PERFORM IMP-TELA.
              PERFORM ENTRA-CODIGO UNTIL WS-FL = 2.
              PERFORM MOSTRA-PRECO.
              PERFORM ENTRA-DADOS.
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
              MOVE ZEROS  TO PRC-CODIGO-E
                             PRC-NOVO-E
                             PRC-VIGENCIA-E
                             WS-FL.
              MOVE "A"    TO WS-MODO.
              DISPLAY WS-ESPACO AT 1535.

      * CODIGO 9999 ENCERRA O PROGRAMA, COMO NA TELA DE PRODUTOS.
      * PRODUTO SEM PRECO AINDA ENTRA COMO INCLUSAO.
       ENTRA-CODIGO.
              ACCEPT PRC-CODIGO-E AT 0438 WITH PROMPT AUTO.
              MOVE   PRC-CODIGO-E TO PRC-CODIGO-W.
              IF PRC-CODIGO-W = 9999
                 PERFORM FINALIZA.
              IF PRC-CODIGO-W = ZEROS
                 DISPLAY "CODIGO NAO PODE SER ZERO" AT 1535
                 MOVE ZEROS TO WS-FL
              ELSE
                 DISPLAY WS-ESPACO AT 1535
                 MOVE PRC-CODIGO-W TO CODIGO
                 READ PRODUTOS
                      INVALID KEY     MOVE 1 TO WS-FL
                      NOT INVALID KEY MOVE 2 TO WS-FL
                 END-READ
                 IF WS-FL = 1
                    DISPLAY "PRODUTO NAO CADASTRADO" AT 1535
                    MOVE ZEROS TO WS-FL
                 ELSE
                    MOVE PRC-CODIGO-W TO PRC-CODIGO
                    READ PRECOS
                         INVALID KEY     MOVE "I" TO WS-MODO
                         NOT INVALID KEY MOVE "A" TO WS-MODO
                    END-READ.

       MOSTRA-PRECO.
              DISPLAY NOME AT 0628.
              MOVE UNITARIO TO PRC-CUSTO-E.
              DISPLAY PRC-CUSTO-E AT 0732.
              IF MODO-ALTERACAO
                 MOVE PRC-PRECO    TO PRC-ATUAL-E
                 DISPLAY PRC-ATUAL-E AT 0832
                 MOVE PRC-VIGENCIA TO DATA-VIG-W
                 PERFORM EDITA-VIGENCIA
                 DISPLAY DATA-VIG-E AT 0860
              ELSE
                 DISPLAY "SEM PRECO" AT 0832.
              PERFORM CARREGA-HISTORICO.
              PERFORM MOSTRA-HISTORICO
                      VARYING WS-IND-HIST FROM 1 BY 1
                      UNTIL WS-IND-HIST > WS-QTDE-HIST.

       EDITA-VIGENCIA.
              MOVE DVIG-DIA-W TO VIG-DIA-E.
              MOVE DVIG-MES-W TO VIG-MES-E.
              MOVE DVIG-ANO-W TO VIG-ANO-E.

      * PERCORRE O HISTORICO DO PRODUTO EM ORDEM DE VIGENCIA E FICA
      * COM OS QUATRO ULTIMOS PRECOS.
       CARREGA-HISTORICO.
              MOVE ZEROS TO WS-QTDE-HIST.
              MOVE "N"   TO WS-FIM-PHST.
              MOVE PRC-CODIGO-W TO PHST-CODIGO.
              MOVE ZEROS        TO PHST-VIGENCIA.
              START PRECOHST KEY IS NOT LESS THAN PHST-CHAVE
                    INVALID KEY MOVE "S" TO WS-FIM-PHST
              END-START.
              PERFORM LE-PROX-HIST UNTIL WS-FIM-PHST = "S".

       LE-PROX-HIST.
              READ PRECOHST NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-PHST
              END-READ.
              IF WS-FIM-PHST = "N"
                 IF PHST-CODIGO NOT = PRC-CODIGO-W
                    MOVE "S" TO WS-FIM-PHST
                 ELSE
                    PERFORM GUARDA-HISTORICO.

       GUARDA-HISTORICO.
              IF WS-QTDE-HIST = 4
                 MOVE WS-HIST-ITEM (2) TO WS-HIST-ITEM (1)
                 MOVE WS-HIST-ITEM (3) TO WS-HIST-ITEM (2)
                 MOVE WS-HIST-ITEM (4) TO WS-HIST-ITEM (3)
              ELSE
                 ADD 1 TO WS-QTDE-HIST.
              MOVE PHST-VIGENCIA TO WS-HIST-VIG   (WS-QTDE-HIST).
              MOVE PHST-PRECO    TO WS-HIST-PRECO (WS-QTDE-HIST).

       MOSTRA-HISTORICO.
              MOVE WS-HIST-VIG (WS-IND-HIST) TO DATA-VIG-W.
              PERFORM EDITA-VIGENCIA.
              MOVE DATA-VIG-E                  TO HIST-DATA-E.
              MOVE WS-HIST-PRECO (WS-IND-HIST) TO HIST-PRECO-E.
              EVALUATE WS-IND-HIST
                 WHEN 1 DISPLAY LINHA-HIST-E AT 1635
                 WHEN 2 DISPLAY LINHA-HIST-E AT 1735
                 WHEN 3 DISPLAY LINHA-HIST-E AT 1835
                 WHEN 4 DISPLAY LINHA-HIST-E AT 1935
              END-EVALUATE.

       ENTRA-DADOS.
              MOVE ZEROS TO WS-VALIDO.
              PERFORM ACEITA-DADOS UNTIL WS-VALIDO = 1.

      * VIGENCIA EM BRANCO VALE HOJE. NAO SE GRAVA PRECO FUTURO: O
      * PRECO VIGENTE E O DO REGISTRO, E ELE SO MUDA QUANDO A NOVA
      * VIGENCIA JA CHEGOU. VIGENCIA PASSADA CORRIGE O HISTORICO.
       ACEITA-DADOS.
              ACCEPT PRC-NOVO-E     AT 1031 WITH PROMPT AUTO.
              ACCEPT PRC-VIGENCIA-E AT 1140 WITH PROMPT AUTO.
              MOVE PRC-NOVO-E     TO PRC-NOVO-W.
              MOVE PRC-VIGENCIA-E TO PRC-VIGENCIA-W.
              IF PRC-VIGENCIA-W = ZEROS
                 MOVE WS-DATA-HOJE TO PRC-VIGENCIA-W
                 MOVE WS-DATA-HOJE TO PRC-VIGENCIA-E
                 DISPLAY PRC-VIGENCIA-E AT 1140.
              IF PRC-NOVO-W = ZEROS
                 DISPLAY "PRECO NAO PODE SER ZERO" AT 2030
              ELSE
              IF VIG-MES-W < 01 OR VIG-MES-W > 12
                 OR VIG-DIA-W < 01 OR VIG-DIA-W > 31
                 DISPLAY "VIGENCIA INVALIDA" AT 2030
              ELSE
              IF PRC-VIGENCIA-W > WS-DATA-HOJE
                 DISPLAY "VIGENCIA FUTURA NAO PERMITIDA" AT 2030
              ELSE
                 DISPLAY WS-ESPACO AT 2030
                 MOVE 1 TO WS-VALIDO
                 IF PRC-NOVO-W < UNITARIO
                    DISPLAY "ATENCAO: PRECO ABAIXO DO CUSTO MEDIO"
                            AT 2030.

       ATUALIZAR.
              DISPLAY "ATUALIZAR (S/N)? [ ]" AT 1430.
              ACCEPT WS-ATUALIZA AT 1445 WITH PROMPT AUTO.

      * TODA GRAVACAO VAI PARA O HISTORICO (A MESMA VIGENCIA CORRIGE
      * O PRECO DAQUELE DIA). O PRECO VIGENTE SO E TROCADO QUANDO A
      * VIGENCIA NAO E ANTERIOR A DO PRECO QUE ESTA EM VIGOR.
       ATUALIZA-REG.
              MOVE PRC-CODIGO-W   TO PHST-CODIGO.
              MOVE PRC-VIGENCIA-W TO PHST-VIGENCIA.
              READ PRECOHST
                   INVALID KEY     MOVE 1 TO WS-FL
                   NOT INVALID KEY MOVE 2 TO WS-FL
              END-READ.
              MOVE PRC-NOVO-W     TO PHST-PRECO.
              MOVE WS-DATA-HOJE   TO PHST-DATA-REG.
              MOVE WS-ID-ASSINA   TO PHST-OPERADOR.
              MOVE "T"            TO PHST-ORIGEM.
              IF WS-FL = 1
                 WRITE REG-PHST
              ELSE
                 REWRITE REG-PHST.
              IF ARQST-PHST NOT = "00"
                 DISPLAY "ERRO DE GRAVACAO" AT 1535
              ELSE
              IF MODO-ALTERACAO AND PRC-VIGENCIA-W < PRC-VIGENCIA
                 DISPLAY "GRAVADO SO NO HISTORICO" AT 2030
              ELSE
                 PERFORM GRAVA-PRECO-VIGENTE.

       GRAVA-PRECO-VIGENTE.
              MOVE PRC-CODIGO-W   TO PRC-CODIGO.
              MOVE PRC-NOVO-W     TO PRC-PRECO.
              MOVE PRC-VIGENCIA-W TO PRC-VIGENCIA.
              MOVE WS-DATA-HOJE   TO PRC-DATA-ALT.
              MOVE WS-ID-ASSINA   TO PRC-OPERADOR.
              IF MODO-INCLUSAO
                 WRITE REG-PRECO
              ELSE
                 REWRITE REG-PRECO.
              IF ARQST-PRC NOT = "00"
                 DISPLAY "ERRO DE GRAVACAO" AT 1535
              ELSE
                 DISPLAY "REGISTRO GRAVADO" AT 2030.

       CONTINUA.
              DISPLAY "CONTINUA (S/N)? [ ] " AT 1430.
              ACCEPT WS-OPCAO AT 1447 WITH PROMPT AUTO.
              IF WS-OPCAO = "S" OR = "N"
                     DISPLAY WS-ESPACO AT 1430
                     DISPLAY WS-ESPACO AT 1535
              ELSE
                     DISPLAY WS-ESPACO AT 1535
                     DISPLAY "DIGITE S OU N" AT 1535.

       FINALIZA.
              DISPLAY WS-MENS1 AT 1535.
              CLOSE PRECOS.
              CLOSE PRECOHST.
              CLOSE PRODUTOS.
              GOBACK.
