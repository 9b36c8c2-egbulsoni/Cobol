       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODREQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT REQUISIC ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS REQ-CHAVE
              FILE STATUS ARQST-REQ.

              SELECT PRODUTOS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CODIGO
              FILE STATUS ARQST.

              SELECT LOCAIS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS LOC-CODIGO
              FILE STATUS ARQST-LOCAIS.

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
       FD REQUISIC LABEL RECORD STANDARD
                DATA RECORD IS REG-REQ
                VALUE OF FILE-ID IS "REQUISIC.DAT".
          COPY REQUIS.

       FD PRODUTOS LABEL RECORD STANDARD
                DATA RECORD IS REG-PROD
                VALUE OF FILE-ID IS "PRODUTOS.DAT".
          COPY PRODUTOS.

       FD LOCAIS LABEL RECORD STANDARD
                DATA RECORD IS REG-LOC
                VALUE OF FILE-ID IS "LOCAIS.DAT".
          COPY LOCAIS.

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
          01 REG-REQ-E.
                02 REQ-NUMERO-E   PIC ZZZ.ZZ9.
                02 REQ-DEPTO-E    PIC X(10).
                02 REQ-LOCAL-E    PIC Z9.
                02 IT-ITEM-ENT-E  PIC Z9.
                02 IT-CODIGO-ENT-E PIC Z.ZZ9.
                02 IT-QTDE-ENT-E  PIC Z.ZZ9.
          01 REQ-NUMERO-W         PIC 9(06).
          01 REQ-DEPTO-W          PIC X(10).
          01 REQ-LOCAL-W          PIC 9(02).
          01 REQ-SOLICITANTE-W    PIC X(08).
          01 REQ-DATA-W           PIC 9(08).
          01 REQ-DATA-R REDEFINES REQ-DATA-W.
                02 REQD-ANO-W     PIC 9(04).
                02 REQD-MES-W     PIC 9(02).
                02 REQD-DIA-W     PIC 9(02).
          01 DATA-REQ-E.
                02 REQD-DIA-E     PIC 99/.
                02 REQD-MES-E     PIC 99/.
                02 REQD-ANO-E     PIC 9999.
          01 IT-CODIGO-W          PIC 9(04).
          01 IT-QTDE-W            PIC 9(04).
          01 IT-ACAO-W            PIC X(01).

      * ITENS DA REQUISICAO NA TELA (NO MAXIMO 10 POR REQUISICAO),
      * NA ORDEM DO NUMERO DO ITEM. WS-IT-MUDOU MARCA O ITEM DECIDIDO
      * NESTA APROVACAO, O UNICO QUE E REGRAVADO.
          01 WS-TAB-ITENS.
                02 WS-IT OCCURS 10 TIMES.
                     03 WS-IT-CODIGO    PIC 9(04).
                     03 WS-IT-NOME      PIC X(30).
                     03 WS-IT-PEDIDA    PIC 9(04).
                     03 WS-IT-APROVADA  PIC 9(04).
                     03 WS-IT-ATENDIDA  PIC 9(04).
                     03 WS-IT-SITUACAO  PIC X(01).
                     03 WS-IT-MUDOU     PIC X(01).
          01 WS-QTDE-ITENS        PIC 9(02) VALUE ZEROS.
          01 WS-QTDE-PEND         PIC 9(02) VALUE ZEROS.
          01 WS-IND               PIC 9(02) VALUE ZEROS.
          01 WS-IND-BUSCA         PIC 9(02) VALUE ZEROS.
          01 LINHA-ITEM-E.
                02 IT-ITEM-E      PIC 99.
                02 FILLER         PIC X(01) VALUE SPACES.
                02 IT-CODIGO-E    PIC Z.ZZ9.
                02 FILLER         PIC X(02) VALUE SPACES.
                02 IT-NOME-E      PIC X(30).
                02 FILLER         PIC X(01) VALUE SPACES.
                02 IT-PEDIDA-E    PIC Z.ZZ9.
                02 FILLER         PIC X(03) VALUE SPACES.
                02 IT-APROVADA-E  PIC Z.ZZ9.
                02 FILLER         PIC X(03) VALUE SPACES.
                02 IT-ATENDIDA-E  PIC Z.ZZ9.
                02 FILLER         PIC X(03) VALUE SPACES.
                02 IT-SITUACAO-E  PIC X(10).

         01 ARQST-REQ             PIC X(02).
         01 ARQST                 PIC X(02).
         01 ARQST-LOCAIS          PIC X(02).
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
         01 WS-OPERADOR           PIC X(08) VALUE SPACES.
         01 WS-NIVEL              PIC 9(01) VALUE ZEROS.
            88 NIVEL-CONSULTA     VALUE 1.
            88 NIVEL-MOVIMENTO    VALUE 2.
            88 NIVEL-COMPLETO     VALUE 3.
         01 WS-OPCAO              PIC X(01) VALUE SPACES.
         01 WS-ATUALIZA           PIC X(01) VALUE SPACES.
         01 WS-ESPACO             PIC X(45) VALUE SPACES.
         01 WS-LINHA-BRANCA       PIC X(75) VALUE SPACES.
         01 WS-MENS1              PIC X(20) VALUE "FIM DE PROGRAMA".
         01 WS-FL                 PIC 9(01) VALUE ZEROS.
         01 WS-MODO               PIC X(01) VALUE "C".
            88 MODO-INCLUSAO      VALUE "I".
            88 MODO-APROVACAO     VALUE "V".
            88 MODO-CONSULTA      VALUE "C".
         01 WS-RESP-INC           PIC X(01) VALUE SPACE.
         01 WS-RESP-APROV         PIC X(01) VALUE SPACE.
         01 WS-VALIDO             PIC 9(01) VALUE ZEROS.
         01 WS-FIM-ITENS          PIC X(01) VALUE "N".
         01 WS-FIM-REQ            PIC X(01) VALUE "N".
         01 WS-ITEM-REPETIDO      PIC X(01) VALUE "N".
         01 WS-ERRO-GRAV          PIC X(01) VALUE "N".
         01 WS-ASSINADO           PIC X(01) VALUE "N".
         01 WS-TENTATIVA          PIC 9(01) VALUE ZEROS.
         01 WS-ID-ASSINA          PIC X(08) VALUE SPACES.
         01 WS-SENHA-ASSINA       PIC X(08) VALUE SPACES.
         01 WS-LOCAL-OK           PIC X(01) VALUE "N".
         01 WS-LOC-NOME           PIC X(20) VALUE SPACES.

       SCREEN SECTION.
         01 TELA.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 29  VALUE "REQUISICAO DE MATERIAL".
              02 LINE 4  COL 19 VALUE "NUMERO DA REQUISICAO:".
              02 LINE 5  COL 19 VALUE "DEPARTAMENTO:".
              02 LINE 5  COL 47 VALUE "SOLICITANTE:".
              02 LINE 6  COL 19 VALUE "LOCAL DE ENTREGA:".
              02 LINE 6  COL 63 VALUE "DATA:".
              02 LINE 8  COL 2  VALUE "IT".
              02 LINE 8  COL 5  VALUE "CODIGO".
              02 LINE 8  COL 12 VALUE "PRODUTO".
              02 LINE 8  COL 43 VALUE "PEDIDA".
              02 LINE 8  COL 51 VALUE "APROV.".
              02 LINE 8  COL 59 VALUE "ATEND.".
              02 LINE 8  COL 67 VALUE "SITUACAO".
              02 LINE 20 COL 19 VALUE "MENSAGEM:".

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ASSINA-OPERADOR.
              PERFORM ABRE-APOIO.
              PERFORM ABRE-REQ.
              PERFORM PROCESSO UNTIL WS-OPCAO = "N".
              PERFORM FINALIZA.

      * ASSINATURA CONTRA OPERADOR.DAT (MANTIDO POR PRODOPE). QUALQUER
      * OPERADOR ASSINADO REGISTRA REQUISICAO E FICA COMO SOLICITANTE;
      * SO O NIVEL 3 APROVA, CORTA OU REJEITA OS ITENS.
       ASSINA-OPERADOR.
              OPEN I-O OPERADOR.
              IF ARQST-OPER NOT = "00"
                 DISPLAY "CADASTRO DE OPERADORES AUSENTE - EXECUTE "
                         "PRODOPE"
                 GOBACK.
              PERFORM LE-ASSINATURA THRU LE-ASSINATURA-FIM.
              PERFORM LE-SEGPARM THRU LE-SEGPARM-FIM.
              PERFORM PEDE-ASSINATURA
                      UNTIL WS-ASSINADO = "S" OR WS-TENTATIVA = 3.
              CLOSE OPERADOR.
              IF WS-ASSINADO NOT = "S"
                 DISPLAY "ACESSO NEGADO" AT 1219
                 GOBACK.

      * ASSINATURA VINDA DO MENU (PRODMENU): SE ASSINA.TMP TRAZ UM
      * OPERADOR QUE AINDA EXISTE NO CADASTRO, A TELA DE ASSINATURA E
      * DISPENSADA. O ARQUIVO E ESVAZIADO APOS O USO; SEM ELE
      * (PARTIDA AVULSA) A ASSINATURA E PEDIDA COMO SEMPRE FOI.
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
                      IF OPER-BLOQUEADO NOT = "S"
                         MOVE "S" TO WS-ASSINADO
                         MOVE OPER-ID    TO WS-OPERADOR
                         MOVE OPER-NIVEL TO WS-NIVEL
                      END-IF
              END-READ.
       LE-ASSINATURA-FIM.
              EXIT.

       PEDE-ASSINATURA.
              DISPLAY ERASE AT 0101.
              DISPLAY "REQUISICAO DE MATERIAL - ASSINATURA" AT 0419.
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
              MOVE "S" TO WS-RESULT-ACESSO.
              IF OPER-FALHAS > ZEROS
                 MOVE ZEROS TO OPER-FALHAS
                 REWRITE REG-OPER.
              PERFORM CONFERE-SENHA THRU CONFERE-SENHA-FIM.
              IF WS-RESULT-ACESSO = "S"
                 MOVE "S" TO WS-ASSINADO
                 MOVE OPER-ID    TO WS-OPERADOR
                 MOVE OPER-NIVEL TO WS-NIVEL.
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


      * PRODUTO E LOCAL DE ENTREGA SAO VALIDADOS CONTRA O CADASTRO E A
      * TABELA DE LOCAIS (MANTIDA POR PRODLOC).
       ABRE-APOIO.
              OPEN INPUT PRODUTOS.
              IF ARQST NOT = "00"
                 DISPLAY "CADASTRO DE PRODUTOS NAO ENCONTRADO"
                 GOBACK.
              OPEN INPUT LOCAIS.
              IF ARQST-LOCAIS NOT = "00"
                 DISPLAY "TABELA DE LOCAIS AUSENTE - EXECUTE "
                         "PRODLOC"
                 CLOSE PRODUTOS
                 GOBACK.

       ABRE-REQ.
              OPEN I-O REQUISIC.
              IF ARQST-REQ NOT = "00"
                     OPEN OUTPUT REQUISIC
                     CLOSE REQUISIC
                     OPEN I-O REQUISIC.

       PROCESSO.
              PERFORM IMP-TELA.
              PERFORM ENTRA-NUMERO UNTIL WS-FL = 2.
              IF MODO-INCLUSAO
                 PERFORM ENTRA-CABECALHO
                 PERFORM ENTRA-ITENS
              ELSE
                 PERFORM MOSTRA-REQUISICAO
                 PERFORM PERGUNTA-APROVACAO
                 IF MODO-APROVACAO
                    PERFORM ENTRA-APROVACAO.
              IF MODO-INCLUSAO AND WS-QTDE-ITENS = ZEROS
                 DISPLAY "REQUISICAO SEM ITENS - NAO GRAVADA" AT 2030
              ELSE
              IF MODO-CONSULTA
                 DISPLAY "CONSULTA SOMENTE - SEM ATUALIZACAO" AT 2030
              ELSE
                 PERFORM ATUALIZAR UNTIL WS-ATUALIZA = "S" OR "N"
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
                             WS-ATUALIZA
                             REQ-DEPTO-E.
              MOVE ZEROS  TO REQ-NUMERO-E
                             REQ-LOCAL-E
                             WS-QTDE-ITENS
                             WS-QTDE-PEND
                             WS-FL.
              MOVE "C"    TO WS-MODO.
              DISPLAY WS-ESPACO AT 2030.

      * NUMERO 999999 ENCERRA O PROGRAMA. REQUISICAO QUE NAO EXISTE
      * PODE SER REGISTRADA; A QUE EXISTE E MOSTRADA COM OS ITENS.
       ENTRA-NUMERO.
              ACCEPT REQ-NUMERO-E AT 0441 WITH PROMPT AUTO.
              MOVE   REQ-NUMERO-E TO REQ-NUMERO-W.
              IF REQ-NUMERO-W = 999999
                 PERFORM FINALIZA.
              IF REQ-NUMERO-W = ZEROS
                 DISPLAY "NUMERO NAO PODE SER ZERO" AT 2030
                 MOVE ZEROS TO WS-FL
              ELSE
                 DISPLAY WS-ESPACO AT 2030
                 PERFORM CARREGA-REQUISICAO
                 IF WS-QTDE-ITENS = ZEROS
                    PERFORM PERGUNTA-INCLUSAO
                 ELSE
                    MOVE 2 TO WS-FL.

       PERGUNTA-INCLUSAO.
              DISPLAY "REQUISICAO NAO CADASTRADA" AT 2030.
              DISPLAY "REGISTRAR NOVA REQUISICAO (S/N)? [ ]" AT 2219.
              ACCEPT WS-RESP-INC AT 2253 WITH PROMPT AUTO.
              DISPLAY WS-ESPACO AT 2030.
              DISPLAY WS-ESPACO AT 2219.
              IF WS-RESP-INC = "S"
                 MOVE "I" TO WS-MODO
                 MOVE 2   TO WS-FL
              ELSE
                 MOVE ZEROS TO WS-FL.

      * LE OS ITENS DA REQUISICAO PELA CHAVE NUMERO + ITEM; O
      * CABECALHO (DEPARTAMENTO, SOLICITANTE, LOCAL E DATA) E IGUAL EM
      * TODOS OS ITENS E VEM DO PRIMEIRO.
       CARREGA-REQUISICAO.
              MOVE ZEROS TO WS-QTDE-ITENS
                            WS-QTDE-PEND.
              MOVE "N"   TO WS-FIM-REQ.
              MOVE REQ-NUMERO-W TO REQ-NUMERO.
              MOVE ZEROS        TO REQ-ITEM.
              START REQUISIC KEY IS NOT LESS THAN REQ-CHAVE
                    INVALID KEY MOVE "S" TO WS-FIM-REQ
              END-START.
              PERFORM LE-PROX-ITEM UNTIL WS-FIM-REQ = "S".

       LE-PROX-ITEM.
              READ REQUISIC NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-REQ
              END-READ.
              IF WS-FIM-REQ = "N"
                 IF REQ-NUMERO NOT = REQ-NUMERO-W
                    OR WS-QTDE-ITENS = 10
                    MOVE "S" TO WS-FIM-REQ
                 ELSE
                    PERFORM GUARDA-ITEM.

       GUARDA-ITEM.
              ADD 1 TO WS-QTDE-ITENS.
              MOVE WS-QTDE-ITENS TO WS-IND.
              IF WS-IND = 1
                 MOVE REQ-DEPTO       TO REQ-DEPTO-W
                 MOVE REQ-SOLICITANTE TO REQ-SOLICITANTE-W
                 MOVE REQ-LOCAL       TO REQ-LOCAL-W
                 MOVE REQ-DATA        TO REQ-DATA-W.
              MOVE REQ-CODIGO       TO WS-IT-CODIGO   (WS-IND).
              MOVE REQ-QTD-PEDIDA   TO WS-IT-PEDIDA   (WS-IND).
              MOVE REQ-QTD-APROVADA TO WS-IT-APROVADA (WS-IND).
              MOVE REQ-QTD-ATENDIDA TO WS-IT-ATENDIDA (WS-IND).
              MOVE REQ-SITUACAO     TO WS-IT-SITUACAO (WS-IND).
              MOVE "N"              TO WS-IT-MUDOU    (WS-IND).
              MOVE REQ-CODIGO TO CODIGO.
              READ PRODUTOS
                   INVALID KEY
                      MOVE "** NAO CADASTRADO **" TO WS-IT-NOME (WS-IND)
                   NOT INVALID KEY
                      MOVE NOME TO WS-IT-NOME (WS-IND)
              END-READ.
              IF REQ-PENDENTE
                 ADD 1 TO WS-QTDE-PEND.

       MOSTRA-REQUISICAO.
              DISPLAY REQ-DEPTO-W       AT 0533.
              DISPLAY REQ-SOLICITANTE-W AT 0560.
              MOVE REQ-LOCAL-W TO REQ-LOCAL-E.
              DISPLAY REQ-LOCAL-E       AT 0637.
              PERFORM VALIDA-LOCAL.
              PERFORM MOSTRA-DATA.
              PERFORM MOSTRA-ITEM
                      VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > WS-QTDE-ITENS.

       MOSTRA-DATA.
              MOVE REQD-DIA-W TO REQD-DIA-E.
              MOVE REQD-MES-W TO REQD-MES-E.
              MOVE REQD-ANO-W TO REQD-ANO-E.
              DISPLAY DATA-REQ-E AT 0669.

      * UMA LINHA POR ITEM (LINHAS 9 A 18 DA TELA). APROVADO MENOR QUE
      * O PEDIDO APARECE COMO CORTADA.
       MOSTRA-ITEM.
              MOVE WS-IND                   TO IT-ITEM-E.
              MOVE WS-IT-CODIGO   (WS-IND)  TO IT-CODIGO-E.
              MOVE WS-IT-NOME     (WS-IND)  TO IT-NOME-E.
              MOVE WS-IT-PEDIDA   (WS-IND)  TO IT-PEDIDA-E.
              MOVE WS-IT-APROVADA (WS-IND)  TO IT-APROVADA-E.
              MOVE WS-IT-ATENDIDA (WS-IND)  TO IT-ATENDIDA-E.
              EVALUATE WS-IT-SITUACAO (WS-IND)
                 WHEN "P" MOVE "A APROVAR"  TO IT-SITUACAO-E
                 WHEN "R" MOVE "REJEITADA"  TO IT-SITUACAO-E
                 WHEN "B" MOVE "EM FALTA"   TO IT-SITUACAO-E
                 WHEN "F" MOVE "ATENDIDA"   TO IT-SITUACAO-E
                 WHEN OTHER
                    IF WS-IT-APROVADA (WS-IND) < WS-IT-PEDIDA (WS-IND)
                       MOVE "CORTADA"  TO IT-SITUACAO-E
                    ELSE
                       MOVE "APROVADA" TO IT-SITUACAO-E
                    END-IF
              END-EVALUATE.
              EVALUATE WS-IND
                 WHEN 1  DISPLAY LINHA-ITEM-E AT 0902
                 WHEN 2  DISPLAY LINHA-ITEM-E AT 1002
                 WHEN 3  DISPLAY LINHA-ITEM-E AT 1102
                 WHEN 4  DISPLAY LINHA-ITEM-E AT 1202
                 WHEN 5  DISPLAY LINHA-ITEM-E AT 1302
                 WHEN 6  DISPLAY LINHA-ITEM-E AT 1402
                 WHEN 7  DISPLAY LINHA-ITEM-E AT 1502
                 WHEN 8  DISPLAY LINHA-ITEM-E AT 1602
                 WHEN 9  DISPLAY LINHA-ITEM-E AT 1702
                 WHEN 10 DISPLAY LINHA-ITEM-E AT 1802
              END-EVALUATE.

       ENTRA-CABECALHO.
              DISPLAY WS-OPERADOR AT 0560.
              MOVE WS-OPERADOR  TO REQ-SOLICITANTE-W.
              MOVE WS-DATA-HOJE TO REQ-DATA-W.
              PERFORM MOSTRA-DATA.
              MOVE ZEROS TO WS-VALIDO.
              PERFORM ACEITA-CABECALHO UNTIL WS-VALIDO = 1.

       ACEITA-CABECALHO.
              ACCEPT REQ-DEPTO-E AT 0533 WITH PROMPT AUTO.
              ACCEPT REQ-LOCAL-E AT 0637 WITH PROMPT AUTO.
              MOVE REQ-DEPTO-E TO REQ-DEPTO-W.
              MOVE REQ-LOCAL-E TO REQ-LOCAL-W.
              PERFORM VALIDA-LOCAL.
              IF REQ-DEPTO-W = SPACES
                 DISPLAY "DEPARTAMENTO NAO PODE FICAR EM BRANCO"
                         AT 2030
              ELSE
              IF WS-LOCAL-OK NOT = "S"
                 DISPLAY "LOCAL NAO CADASTRADO - VER PRODLOC" AT 2030
              ELSE
                 DISPLAY WS-ESPACO AT 2030
                 MOVE 1 TO WS-VALIDO.

       VALIDA-LOCAL.
              MOVE "N"    TO WS-LOCAL-OK.
              MOVE SPACES TO WS-LOC-NOME.
              IF REQ-LOCAL-W NOT = ZEROS
                 MOVE REQ-LOCAL-W TO LOC-CODIGO
                 READ LOCAIS
                      INVALID KEY
                         MOVE "N" TO WS-LOCAL-OK
                      NOT INVALID KEY
                         MOVE "S" TO WS-LOCAL-OK
                         MOVE LOC-NOME TO WS-LOC-NOME
                 END-READ.
              DISPLAY WS-LOC-NOME AT 0641.

      * ITENS DIGITADOS NA LINHA 19, UM DE CADA VEZ, ATE O CODIGO ZERO
      * OU O DECIMO ITEM. O MESMO PRODUTO NAO ENTRA DUAS VEZES.
       ENTRA-ITENS.
              MOVE "N" TO WS-FIM-ITENS.
              PERFORM ACEITA-ITEM
                      UNTIL WS-FIM-ITENS = "S" OR WS-QTDE-ITENS = 10.
              DISPLAY WS-LINHA-BRANCA AT 1902.

       ACEITA-ITEM.
              COMPUTE WS-IND = WS-QTDE-ITENS + 1.
              DISPLAY "ITEM:"   AT 1902.
              DISPLAY WS-IND    AT 1908.
              DISPLAY "CODIGO:" AT 1912.
              DISPLAY "QTDE:"   AT 1927.
              MOVE ZEROS TO IT-CODIGO-ENT-E
                            IT-QTDE-ENT-E.
              ACCEPT IT-CODIGO-ENT-E AT 1920 WITH PROMPT AUTO.
              MOVE IT-CODIGO-ENT-E TO IT-CODIGO-W.
              IF IT-CODIGO-W = ZEROS
                 MOVE "S" TO WS-FIM-ITENS
              ELSE
                 MOVE IT-CODIGO-W TO CODIGO
                 READ PRODUTOS
                      INVALID KEY     MOVE 1 TO WS-FL
                      NOT INVALID KEY MOVE 2 TO WS-FL
                 END-READ
                 PERFORM PROCURA-REPETIDO
                 IF WS-FL = 1
                    DISPLAY "PRODUTO NAO CADASTRADO" AT 2030
                 ELSE
                 IF WS-ITEM-REPETIDO = "S"
                    DISPLAY "PRODUTO JA ESTA NA REQUISICAO" AT 2030
                 ELSE
                 IF PROD-BLOQUEADO
                    DISPLAY "PRODUTO BLOQUEADO - SEM REQUISICAO" AT 2030
                 ELSE
                    ACCEPT IT-QTDE-ENT-E AT 1933 WITH PROMPT AUTO
                    MOVE IT-QTDE-ENT-E TO IT-QTDE-W
                    IF IT-QTDE-W = ZEROS
                       DISPLAY "QUANTIDADE NAO PODE SER ZERO" AT 2030
                    ELSE
                       DISPLAY WS-ESPACO AT 2030
                       PERFORM INCLUI-ITEM.

       PROCURA-REPETIDO.
              MOVE "N" TO WS-ITEM-REPETIDO.
              PERFORM CONFERE-REPETIDO
                      VARYING WS-IND-BUSCA FROM 1 BY 1
                      UNTIL WS-IND-BUSCA > WS-QTDE-ITENS.

       CONFERE-REPETIDO.
              IF WS-IT-CODIGO (WS-IND-BUSCA) = IT-CODIGO-W
                 MOVE "S" TO WS-ITEM-REPETIDO.

       INCLUI-ITEM.
              ADD 1 TO WS-QTDE-ITENS.
              MOVE WS-QTDE-ITENS TO WS-IND.
              MOVE IT-CODIGO-W   TO WS-IT-CODIGO   (WS-IND).
              MOVE NOME          TO WS-IT-NOME     (WS-IND).
              MOVE IT-QTDE-W     TO WS-IT-PEDIDA   (WS-IND).
              MOVE ZEROS         TO WS-IT-APROVADA (WS-IND)
                                    WS-IT-ATENDIDA (WS-IND).
              MOVE "P"           TO WS-IT-SITUACAO (WS-IND).
              MOVE "S"           TO WS-IT-MUDOU    (WS-IND).
              PERFORM MOSTRA-ITEM.

      * SO O NIVEL 3 APROVA, E SO ITENS AINDA A APROVAR; OS DEMAIS
      * NIVEIS (E REQUISICAO SEM ITEM PENDENTE) SO CONSULTAM.
       PERGUNTA-APROVACAO.
              MOVE "C" TO WS-MODO.
              IF NIVEL-COMPLETO
                 IF WS-QTDE-PEND = ZEROS
                 DISPLAY "NENHUM ITEM A APROVAR" AT 2030
              ELSE
                 DISPLAY "APROVAR ITENS PENDENTES (S/N)? [ ]" AT 2219
                 ACCEPT WS-RESP-APROV AT 2251 WITH PROMPT AUTO
                 DISPLAY WS-ESPACO AT 2219
                 IF WS-RESP-APROV = "S"
                    MOVE "V" TO WS-MODO.

      * CADA ITEM A APROVAR E APROVADO INTEIRO (A), CORTADO PARA UMA
      * QUANTIDADE MENOR QUE A PEDIDA (C) OU REJEITADO (R). ITEM ZERO
      * ENCERRA. UM ITEM DECIDIDO AINDA PODE SER REVISTO ANTES DE
      * GRAVAR.
       ENTRA-APROVACAO.
              MOVE "N" TO WS-FIM-ITENS.
              PERFORM ACEITA-APROVACAO UNTIL WS-FIM-ITENS = "S".
              DISPLAY WS-LINHA-BRANCA AT 1902.

       ACEITA-APROVACAO.
              DISPLAY "ITEM:" AT 1902.
              DISPLAY "(A)PROVAR, (C)ORTAR OU (R)EJEITAR? [ ]" AT 1912.
              DISPLAY "QTDE:" AT 1952.
              MOVE ZEROS  TO IT-ITEM-ENT-E
                             IT-QTDE-ENT-E.
              MOVE SPACES TO IT-ACAO-W.
              ACCEPT IT-ITEM-ENT-E AT 1908 WITH PROMPT AUTO.
              MOVE IT-ITEM-ENT-E TO WS-IND.
              IF WS-IND = ZEROS
                 MOVE "S" TO WS-FIM-ITENS
              ELSE
              IF WS-IND > WS-QTDE-ITENS
                 DISPLAY "ITEM NAO EXISTE NA REQUISICAO" AT 2030
              ELSE
              IF WS-IT-SITUACAO (WS-IND) NOT = "P"
                 AND WS-IT-MUDOU (WS-IND) NOT = "S"
                 DISPLAY "ITEM JA DECIDIDO" AT 2030
              ELSE
                 ACCEPT IT-ACAO-W AT 1948 WITH PROMPT AUTO
                 DISPLAY WS-ESPACO AT 2030
                 PERFORM DECIDE-ITEM.

       DECIDE-ITEM.
              EVALUATE IT-ACAO-W
                 WHEN "A"
                    MOVE WS-IT-PEDIDA (WS-IND)
                      TO WS-IT-APROVADA (WS-IND)
                    MOVE "A" TO WS-IT-SITUACAO (WS-IND)
                    MOVE "S" TO WS-IT-MUDOU    (WS-IND)
                 WHEN "C"
                    ACCEPT IT-QTDE-ENT-E AT 1958 WITH PROMPT AUTO
                    MOVE IT-QTDE-ENT-E TO IT-QTDE-W
                    IF IT-QTDE-W = ZEROS
                       OR IT-QTDE-W NOT < WS-IT-PEDIDA (WS-IND)
                       DISPLAY "CORTE DEVE FICAR ENTRE 1 E A PEDIDA"
                               AT 2030
                    ELSE
                       MOVE IT-QTDE-W TO WS-IT-APROVADA (WS-IND)
                       MOVE "A" TO WS-IT-SITUACAO (WS-IND)
                       MOVE "S" TO WS-IT-MUDOU    (WS-IND)
                    END-IF
                 WHEN "R"
                    MOVE ZEROS TO WS-IT-APROVADA (WS-IND)
                    MOVE "R" TO WS-IT-SITUACAO (WS-IND)
                    MOVE "S" TO WS-IT-MUDOU    (WS-IND)
                 WHEN OTHER
                    DISPLAY "DIGITE A, C OU R" AT 2030
              END-EVALUATE.
              PERFORM MOSTRA-ITEM.

       ATUALIZAR.
              DISPLAY "ATUALIZAR (S/N)? [ ]" AT 2130.
              ACCEPT WS-ATUALIZA AT 2145 WITH PROMPT AUTO.

      * INCLUSAO GRAVA TODOS OS ITENS A APROVAR; APROVACAO REGRAVA SO
      * OS ITENS DECIDIDOS, COM O APROVADOR E A DATA.
       ATUALIZA-REG.
              MOVE "N" TO WS-ERRO-GRAV.
              IF MODO-INCLUSAO
                 PERFORM GRAVA-ITEM
                         VARYING WS-IND FROM 1 BY 1
                         UNTIL WS-IND > WS-QTDE-ITENS
              ELSE
                 PERFORM GRAVA-APROVACAO
                         VARYING WS-IND FROM 1 BY 1
                         UNTIL WS-IND > WS-QTDE-ITENS.
              IF WS-ERRO-GRAV = "S"
                 DISPLAY "ERRO DE GRAVACAO" AT 2030
              ELSE
                 DISPLAY "REGISTRO GRAVADO" AT 2030.

       GRAVA-ITEM.
              MOVE REQ-NUMERO-W      TO REQ-NUMERO.
              MOVE WS-IND            TO REQ-ITEM.
              MOVE REQ-DEPTO-W       TO REQ-DEPTO.
              MOVE REQ-SOLICITANTE-W TO REQ-SOLICITANTE.
              MOVE REQ-DATA-W        TO REQ-DATA.
              MOVE REQ-LOCAL-W       TO REQ-LOCAL.
              MOVE WS-IT-CODIGO (WS-IND) TO REQ-CODIGO.
              MOVE WS-IT-PEDIDA (WS-IND) TO REQ-QTD-PEDIDA.
              MOVE ZEROS             TO REQ-QTD-APROVADA
                                        REQ-QTD-ATENDIDA
                                        REQ-DATA-APROV
                                        REQ-DATA-ATEND.
              MOVE SPACES            TO REQ-APROVADOR.
              MOVE "P"               TO REQ-SITUACAO.
              WRITE REG-REQ.
              IF ARQST-REQ NOT = "00"
                 MOVE "S" TO WS-ERRO-GRAV.

      * O ITEM E RELIDO E SO E REGRAVADO SE AINDA ESTIVER A APROVAR
      * (OUTRO APROVADOR PODE TER DECIDIDO ANTES).
       GRAVA-APROVACAO.
              IF WS-IT-MUDOU (WS-IND) = "S"
                 MOVE REQ-NUMERO-W TO REQ-NUMERO
                 MOVE WS-IND       TO REQ-ITEM
                 READ REQUISIC
                      INVALID KEY MOVE "S" TO WS-ERRO-GRAV
                 END-READ
                 IF ARQST-REQ = "00"
                    IF NOT REQ-PENDENTE
                       MOVE "S" TO WS-ERRO-GRAV
                    ELSE
                       MOVE WS-IT-APROVADA (WS-IND)
                         TO REQ-QTD-APROVADA
                       MOVE WS-IT-SITUACAO (WS-IND) TO REQ-SITUACAO
                       MOVE WS-OPERADOR  TO REQ-APROVADOR
                       MOVE WS-DATA-HOJE TO REQ-DATA-APROV
                       REWRITE REG-REQ
                       IF ARQST-REQ NOT = "00"
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
              CLOSE REQUISIC.
              CLOSE PRODUTOS.
              CLOSE LOCAIS.
              GOBACK.
