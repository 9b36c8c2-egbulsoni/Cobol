              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SEG.

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

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS LABEL RECORD STANDARD
                02 CATEGORIA      PIC 9(02).
                02 FORN-CODIGO    PIC 9(04).
                02 ESTQ-MINIMO    PIC 9(04).
                02 SITUACAO       PIC X(01).
                     88 PROD-ATIVO         VALUE "A" " ".
                     88 PROD-BLOQUEADO     VALUE "B".
                     88 PROD-DESCONTINUADO VALUE "D".

       FD PRODLOG LABEL RECORD STANDARD
                DATA RECORD IS REG-LOG
                     03 LOG-CATEGORIA-ANTES  PIC 9(02).
                     03 LOG-FORN-COD-ANTES   PIC 9(04).
                     03 LOG-ESTQ-MIN-ANTES   PIC 9(04).
                     03 LOG-SITUACAO-ANTES   PIC X(01).
                02 LOG-REG-DEPOIS.
                     03 LOG-CODIGO-DEPOIS    PIC 9(04).
                     03 LOG-NOME-DEPOIS      PIC X(30).
                     03 LOG-CATEGORIA-DEPOIS PIC 9(02).
                     03 LOG-FORN-COD-DEPOIS  PIC 9(04).
                     03 LOG-ESTQ-MIN-DEPOIS  PIC 9(04).
                     03 LOG-SITUACAO-DEPOIS  PIC X(01).
                02 LOG-DATA.
                     03 LOG-ANO              PIC 9(04).
                     03 LOG-MES              PIC 9(02).
                02 MOV-MOTIVO              PIC X(20).
                02 MOV-UNITARIO            PIC 9(05)V99.
                02 MOV-OPERADOR            PIC X(08).
                02 MOV-NUMERO              PIC 9(08).
                02 MOV-ESTORNO             PIC X(01).
                     88 MOV-NORMAL                VALUE SPACE.
                     88 MOV-ESTORNADO             VALUE "R".
                     88 MOV-DE-ESTORNO            VALUE "E".
                02 MOV-NUM-ORIGEM          PIC 9(08).
                02 MOV-PEDIDO              PIC 9(06).

       FD PRODFECH LABEL RECORD STANDARD
                DATA RECORD IS REG-FECH
                VALUE OF FILE-ID IS "SEGPARM.DAT".
          COPY SEGPARM.

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

       WORKING-STORAGE SECTION.
          01 REG-PROD-E.
                02 CODIGO-E       PIC Z.ZZ9.
                02 CATEGORIA-E    PIC Z9.
                02 FORN-CODIGO-E  PIC Z.ZZ9.
                02 ESTQ-MINIMO-E  PIC Z.ZZ9.
                02 SITUACAO-E     PIC X(01).
          01 REG-PROD-W.
                02 CODIGO-W         PIC 9(04).
                02 NOME-W           PIC X(30).
                02 CATEGORIA-W      PIC 9(02).
                02 FORN-CODIGO-W    PIC 9(04).
                02 ESTQ-MINIMO-W    PIC 9(04).
                02 SITUACAO-W       PIC X(01).
          01 REG-PROD-ANTES.
                02 CODIGO-ANTES      PIC 9(04).
                02 NOME-ANTES        PIC X(30).
                02 CATEGORIA-ANTES   PIC 9(02).
                02 FORN-COD-ANTES    PIC 9(04).
                02 ESTQ-MIN-ANTES    PIC 9(04).
                02 SITUACAO-ANTES    PIC X(01).
          01 DATA-SIS.
                02 ANO            PIC 9(04).
                02 MES            PIC 9(02).
                02 LOCAL-DEST-E     PIC Z9.
          01 QTDE-MOV-W             PIC 9(04).
          01 MOTIVO-COD-W           PIC 9(03).
             88 MOTIVO-KIT-W        VALUE 901 THRU 904.
          01 CUSTO-MOV-W            PIC 9(05)V99.
          01 LOCAL-MOV-W            PIC 9(02).
          01 LOCAL-DEST-W           PIC 9(02).
          01 LOTE-MOV-E             PIC X(10).
          01 VALIDADE-E             PIC 9(08).
          01 RECEB-E                PIC 9(08).
          01 LOTE-MOV-W             PIC X(10).
          01 VALIDADE-W             PIC 9(08).
          01 VALIDADE-R REDEFINES VALIDADE-W.
                02 VAL-ANO-W        PIC 9(04).
                02 VAL-MES-W        PIC 9(02).
                02 VAL-DIA-W        PIC 9(02).
          01 RECEB-W                PIC 9(08).
          01 RECEB-R REDEFINES RECEB-W.
                02 REC-ANO-W        PIC 9(04).
                02 REC-MES-W        PIC 9(02).
                02 REC-DIA-W        PIC 9(02).
          01 REG-MOV-ORIG.
                02 CODIGO-ORIG         PIC 9(04).
                02 TIPO-ORIG           PIC X(01).
                02 QTDE-ORIG           PIC 9(04).
                02 DATA-ORIG.
                     03 ANO-ORIG       PIC 9(04).
                     03 MES-ORIG       PIC 9(02).
                     03 DIA-ORIG       PIC 9(02).
                02 MOTIVO-COD-ORIG     PIC 9(03).
                     88 MOTIVO-ORIG-KIT    VALUE 901 THRU 904.
                02 LOCAL-ORIG          PIC 9(02).
                02 LOCAL-DEST-ORIG     PIC 9(02).
                02 MOTIVO-ORIG         PIC X(20).
                02 CUSTO-ORIG          PIC 9(05)V99.
                02 OPERADOR-ORIG       PIC X(08).
                02 NUMERO-ORIG         PIC 9(08).
                02 ESTORNO-ORIG        PIC X(01).
                02 NUM-ORIGEM-ORIG     PIC 9(08).
                02 PEDIDO-ORIG         PIC 9(06).
          01 NUM-EST-E              PIC ZZZZZZZ9.
          01 NUM-EST-W              PIC 9(08).
          01 QTDE-ORIG-E            PIC Z.ZZ9.
          01 CUSTO-ORIG-E           PIC ZZ.ZZ9,99.

         01 ARQST                   PIC X(02).
         01 ARQST-LOG               PIC X(02).
         01 ARQST-FORN              PIC X(02).
         01 WS-FORN-OK              PIC X(01) VALUE "N".
         01 WS-FORN-RAZAO           PIC X(20) VALUE SPACES.
         01 WS-SIT-DESCR            PIC X(13) VALUE SPACES.
         01 ARQST-MOT               PIC X(02).
         01 ARQST-LOCAIS            PIC X(02).
         01 ARQST-SLOC              PIC X(02).
         01 ARQST-ASS               PIC X(02).
         01 ARQST-ACE               PIC X(02).
         01 ARQST-SEG               PIC X(02).
         01 ARQST-NUM               PIC X(02).
         01 ARQST-LOTE              PIC X(02).
         01 ARQST-LMOV              PIC X(02).
         01 WS-HOJE-N               PIC 9(08) VALUE ZEROS.
         01 WS-QTDE-RESTA           PIC 9(04) VALUE ZEROS.
         01 WS-QTDE-LOTE            PIC 9(04) VALUE ZEROS.
         01 WS-LOCAL-LOTE-DEST      PIC 9(02) VALUE ZEROS.
         01 WS-FIM-LOTE             PIC X(01) VALUE "N".
         01 WS-ACHOU-LOTE           PIC X(01) VALUE "N".
         01 WS-SEM-LOTE             PIC X(01) VALUE "N".
         01 WS-FIM-LMOV             PIC X(01) VALUE "N".
         01 WS-LOTE-FEFO            PIC X(10) VALUE SPACES.
         01 WS-MENOR-VALIDADE       PIC X(08) VALUE SPACES.
         01 WS-LOTE-SALVO.
            02 WS-LOTE-SALVO-NUM    PIC X(10).
            02 WS-LOTE-SALVO-VAL    PIC 9(08).
            02 WS-LOTE-SALVO-REC    PIC 9(08).
      * LOTES TOCADOS PELO MOVIMENTO A ESTORNAR, LIDOS DE LOTEMOV.DAT.
         01 WS-QTDE-LMOV            PIC 9(02) VALUE ZEROS.
         01 WS-IND-LMOV             PIC 9(02) VALUE ZEROS.
         01 WS-TAB-LMOV.
            02 WS-LMOV-ITEM OCCURS 50 TIMES.
               03 WS-LMOV-LOCAL     PIC 9(02).
               03 WS-LMOV-LOTE      PIC X(10).
               03 WS-LMOV-TIPO      PIC X(01).
               03 WS-LMOV-QTDE      PIC 9(04).
               03 WS-LMOV-VALIDADE  PIC 9(08).
               03 WS-LMOV-RECEB     PIC 9(08).
         01 WS-NUM-MOV-NOVO         PIC 9(08) VALUE ZEROS.
         01 WS-FIM-MOV              PIC X(01) VALUE "N".
         01 WS-ACHOU-MOV            PIC X(01) VALUE "N".
         01 WS-PERIODO-ORIG         PIC 9(06) VALUE ZEROS.
         01 WS-VALOR-EST            PIC S9(09)V99 VALUE ZEROS.
         01 WS-RESULT-ACESSO        PIC X(01) VALUE "F".
         01 WS-MAX-FALHAS           PIC 9(02) VALUE 3.
         01 WS-VALIDADE-SENHA       PIC 9(03) VALUE 90.
            88 MODO-INCLUSAO        VALUE "I".
            88 MODO-MOVIMENTO       VALUE "M".
            88 MODO-CONSULTA        VALUE "C".
            88 MODO-ESTORNO         VALUE "E".
         01 WS-RESP-INC             PIC X(01) VALUE SPACE.
         01 WS-RESP-OPER             PIC X(01) VALUE SPACE.
         01 WS-VALIDO                PIC 9(01) VALUE ZEROS.
              02 LINE 4  COL 19 VALUE "CODIGO DO PRODUTO:".
              02 LINE 6  COL 19 VALUE "NOME DO PRODUTO:".
              02 LINE 8  COL 19 VALUE "QUANTIDADE:".
              02 LINE 8  COL 40 VALUE "SITUACAO:".
              02 LINE 10 COL 19 VALUE "CUSTO UNITARIO:".
              02 LINE 12 COL 19 VALUE "CUSTO TOTAL:".
              02 LINE 13 COL 19 VALUE "CATEGORIA:".
              PERFORM ABRE-ARQ.
              PERFORM ABRE-LOG.
              PERFORM ABRE-MOV.
              PERFORM ABRE-LMOV.
              PERFORM LE-FECHAMENTO.
              PERFORM PROCESSO UNTIL WS-OPCAO = "N".
              PERFORM FINALIZA.
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
                     CLOSE PRODMOV
                     OPEN EXTEND PRODMOV.

       ABRE-LMOV.
              OPEN EXTEND LOTEMOV.
              IF ARQST-LMOV NOT = "00"
                     OPEN OUTPUT LOTEMOV
                     CLOSE LOTEMOV
                     OPEN EXTEND LOTEMOV.

      * GUARDA O ULTIMO PERIODO FECHADO POR PRODFECH; MOVIMENTOS EM
      * MES JA FECHADO SAO RECUSADOS EM ACEITA-MOVIMENTO E, POR
      * SEGURANCA, EM GRAVA-MOVIMENTO.
                                FORN-CODIGO-E
                                ESTQ-MINIMO-E
                                WS-FL.
              MOVE SPACE  TO    SITUACAO-E.
              MOVE "A"    TO    WS-MODO.
              DISPLAY WS-ESPACO AT 1535.

              ELSE
                 PERFORM PERGUNTA-OPERACAO
                         THRU PERGUNTA-OPERACAO-FIM
                 PERFORM CONFERE-SITUACAO
                 IF MODO-MOVIMENTO
                    PERFORM ENTRA-MOVIMENTO
                 ELSE
                 IF MODO-ESTORNO
                    PERFORM ENTRA-ESTORNO
                 ELSE
                    IF NOT MODO-CONSULTA
                       PERFORM ENTRA-ALTERACAO.

      * NIVEL 1 SO CONSULTA; NIVEL 2 VAI DIRETO PARA MOVIMENTO;
      * NIVEL 3 ESCOLHE ENTRE ALTERAR, MOVIMENTAR E ESTORNAR UM
      * MOVIMENTO JA GRAVADO.
       PERGUNTA-OPERACAO.
              DISPLAY NOME AT 0670.
              DISPLAY QTDADE AT 0870.
              DISPLAY ESTQ-MINIMO AT 1356.
              DISPLAY FORN-CODIGO AT 1431.
              PERFORM MOSTRA-FORNECEDOR.
              PERFORM MOSTRA-SITUACAO.
              IF NIVEL-CONSULTA
                 MOVE "C" TO WS-MODO
                 GO TO PERGUNTA-OPERACAO-FIM.
              IF NIVEL-MOVIMENTO
                 MOVE "M" TO WS-MODO
                 GO TO PERGUNTA-OPERACAO-FIM.
              DISPLAY "(A)LTERAR, (M)OVIMENTAR OU (E)STORNAR? [ ]"
                      AT 2119.
              ACCEPT WS-RESP-OPER AT 2159 WITH PROMPT AUTO.
              IF WS-RESP-OPER = "M"
                 MOVE "M" TO WS-MODO
              ELSE
              IF WS-RESP-OPER = "E"
                 MOVE "E" TO WS-MODO
              ELSE
                 MOVE "A" TO WS-MODO.
              DISPLAY WS-ESPACO AT 2119.
       PERGUNTA-OPERACAO-FIM.
              EXIT.

      * PRODUTO BLOQUEADO NAO ACEITA MOVIMENTO NEM ESTORNO: A TELA
      * CAI PARA CONSULTA. SO A ALTERACAO (NIVEL 3) CONTINUA, PARA
      * PODER DESBLOQUEAR.
       CONFERE-SITUACAO.
              IF PROD-BLOQUEADO
                 AND (MODO-MOVIMENTO OR MODO-ESTORNO)
                 DISPLAY "PRODUTO BLOQUEADO - SEM MOVIMENTACAO" AT 1535
                 MOVE "C" TO WS-MODO.

       MOSTRA-SITUACAO.
              IF PROD-BLOQUEADO
                 MOVE "BLOQUEADO"     TO WS-SIT-DESCR
              ELSE
              IF PROD-DESCONTINUADO
                 MOVE "DESCONTINUADO" TO WS-SIT-DESCR
              ELSE
                 MOVE "ATIVO"         TO WS-SIT-DESCR.
              DISPLAY SITUACAO     AT 0850.
              DISPLAY WS-SIT-DESCR AT 0852.

       ENTRA-ALTERACAO.
              DISPLAY NOME AT 0670.
              DISPLAY QTDADE AT 0870.
              DISPLAY ESTQ-MINIMO AT 1356.
              DISPLAY FORN-CODIGO AT 1431.
              PERFORM MOSTRA-FORNECEDOR.
              MOVE SITUACAO TO SITUACAO-E.
              IF SITUACAO-E = SPACE
                 MOVE "A" TO SITUACAO-E.
              MOVE ZEROS TO WS-VALIDO.
              PERFORM ACEITA-CORRECAO UNTIL WS-VALIDO = 1.
              MOVE   CODIGO-E      TO CODIGO-W.
              MOVE   CATEGORIA-E   TO CATEGORIA-W.
              MOVE   FORN-CODIGO-E TO FORN-CODIGO-W.
              MOVE   ESTQ-MINIMO-E TO ESTQ-MINIMO-W.
              MOVE   SITUACAO-E    TO SITUACAO-W.

       ENTRA-NOVO.
              DISPLAY WS-ESPACO AT 0636.
              MOVE   CATEGORIA-E   TO CATEGORIA-W.
              MOVE   FORN-CODIGO-E TO FORN-CODIGO-W.
              MOVE   ESTQ-MINIMO-E TO ESTQ-MINIMO-W.
              MOVE   "A"           TO SITUACAO-W.

      * NAS ENTRADAS O CUSTO UNITARIO PASSA A SER A MEDIA PONDERADA
      * ENTRE O VALOR DO ESTOQUE EXISTENTE E O VALOR DO LOTE RECEBIDO;
              MOVE CATEGORIA   TO CATEGORIA-W.
              MOVE FORN-CODIGO TO FORN-CODIGO-W.
              MOVE ESTQ-MINIMO TO ESTQ-MINIMO-W.
              MOVE SITUACAO    TO SITUACAO-W.
              MOVE ZEROS TO WS-VALIDO.
              PERFORM ACEITA-MOVIMENTO UNTIL WS-VALIDO = 1.
              IF TIPO-MOV-E = "E"
              PERFORM VALIDA-MOTIVO.
              ACCEPT MOTIVO-MOV-E AT 1860 WITH PROMPT AUTO.
              MOVE ZEROS TO CUSTO-MOV-E.
              MOVE SPACES TO LOTE-MOV-E.
              MOVE ZEROS TO VALIDADE-E RECEB-E.
              IF TIPO-MOV-E = "E"
                 DISPLAY "CUSTO UNITARIO DA ENTRADA:" AT 1919
                 ACCEPT CUSTO-MOV-E AT 1946 WITH PROMPT AUTO
                 DISPLAY "LOTE:" AT 1957
                 ACCEPT LOTE-MOV-E AT 1963 WITH PROMPT AUTO
                 DISPLAY "VALIDADE (AAAAMMDD):" AT 2219
                 ACCEPT VALIDADE-E AT 2240 WITH PROMPT AUTO
                 DISPLAY "RECEBIDO EM:" AT 2250
                 ACCEPT RECEB-E AT 2263 WITH PROMPT AUTO.
              MOVE QTDE-MOV-E  TO QTDE-MOV-W.
              MOVE CUSTO-MOV-E TO CUSTO-MOV-W.
              MOVE LOTE-MOV-E  TO LOTE-MOV-W.
              MOVE VALIDADE-E  TO VALIDADE-W.
              MOVE RECEB-E     TO RECEB-W.
              COMPUTE WS-HOJE-N = ANO * 10000 + MES * 100 + DIA.
              IF RECEB-W = ZEROS
                 MOVE WS-HOJE-N TO RECEB-W.
              MOVE SPACES TO WS-MSG-MOV.
              IF TIPO-MOV-E NOT = "E" AND TIPO-MOV-E NOT = "S"
                 AND TIPO-MOV-E NOT = "T"
              IF WS-MSG-MOV = SPACES AND WS-MOT-OK NOT = "S"
                 MOVE "MOTIVO NAO CADASTRADO - VER PRODMOT"
                   TO WS-MSG-MOV.
              IF WS-MSG-MOV = SPACES AND MOTIVO-KIT-W
                 MOVE "MOTIVO RESERVADO PARA KITS - USE PRODMONT"
                   TO WS-MSG-MOV.
              IF WS-MSG-MOV = SPACES AND TIPO-MOV-E = "E"
                 AND PROD-DESCONTINUADO
                 MOVE "PRODUTO DESCONTINUADO - SEM ENTRADAS"
                   TO WS-MSG-MOV.
              IF WS-MSG-MOV = SPACES AND TIPO-MOV-E = "E"
                 AND NOT MOT-P-ENTRADA AND NOT MOT-P-AMBOS
                 MOVE "MOTIVO NAO VALE PARA ENTRADA" TO WS-MSG-MOV.
                                     AND CUSTO-MOV-W = ZEROS
                 MOVE "CUSTO DA ENTRADA NAO PODE SER ZERO"
                   TO WS-MSG-MOV.
              IF WS-MSG-MOV = SPACES AND TIPO-MOV-E = "E"
                 PERFORM VALIDA-LOTE.
              IF WS-MSG-MOV = SPACES
                 AND WS-PERIODO-HOJE NOT > WS-PERIODO-FECHADO
                 MOVE "PERIODO FECHADO - MOVIMENTO NAO PERMITIDO"
              ELSE
                 MOVE 1 TO WS-VALIDO.

      * ESTORNO: O OPERADOR INFORMA O NUMERO DO MOVIMENTO (IMPRESSO
      * NO PRODKARD) E O PROGRAMA GRAVA O ESPELHO EXATO DELE - MESMA
      * QUANTIDADE, MOTIVO, LOCAIS E CUSTO, TIPO INVERTIDO - APONTANDO
      * PARA O ORIGINAL. QTDADE, SALDO DO LOCAL E CUSTO MEDIO VOLTAM
      * AO QUE ERAM ANTES DO ORIGINAL. NUMERO ZERO DESISTE. ENTRADA DO
      * PRODREC COM PEDIDO SO SAI PELO PRODEST, QUE DEVOLVE O RECEBIDO
      * AO PEDIDO E GRAVA O "E" NO RECEBHST.
       ENTRA-ESTORNO.
              MOVE NOME        TO NOME-W.
              MOVE UNITARIO    TO UNITARIO-W.
              MOVE CATEGORIA   TO CATEGORIA-W.
              MOVE FORN-CODIGO TO FORN-CODIGO-W.
              MOVE ESTQ-MINIMO TO ESTQ-MINIMO-W.
              MOVE SITUACAO    TO SITUACAO-W.
              MOVE ZEROS TO WS-VALIDO.
              PERFORM ACEITA-ESTORNO THRU ACEITA-ESTORNO-FIM
                      UNTIL WS-VALIDO = 1.
              IF MODO-ESTORNO
                 PERFORM CALCULA-ESTORNO.

       ACEITA-ESTORNO.
              DISPLAY "NUMERO DO MOVIMENTO A ESTORNAR:" AT 1619.
              MOVE ZEROS TO NUM-EST-E.
              ACCEPT NUM-EST-E AT 1651 WITH PROMPT AUTO.
              MOVE NUM-EST-E TO NUM-EST-W.
              DISPLAY WS-ESPACO AT 2019.
              IF NUM-EST-W = ZEROS
                 DISPLAY "ESTORNO ABANDONADO" AT 2019
                 MOVE "C" TO WS-MODO
                 MOVE 1   TO WS-VALIDO
                 GO TO ACEITA-ESTORNO-FIM.
              PERFORM PROCURA-MOVIMENTO.
              MOVE SPACES TO WS-MSG-MOV.
              IF WS-ACHOU-MOV NOT = "S"
                 MOVE "MOVIMENTO NAO ENCONTRADO EM PRODMOV"
                   TO WS-MSG-MOV
                 GO TO ACEITA-ESTORNO-ERRO.
              PERFORM MOSTRA-ORIGINAL.
              COMPUTE WS-PERIODO-ORIG = ANO-ORIG * 100 + MES-ORIG.
              IF CODIGO-ORIG NOT = CODIGO-W
                 MOVE "MOVIMENTO E DE OUTRO PRODUTO" TO WS-MSG-MOV
              ELSE
              IF ESTORNO-ORIG = "R"
                 MOVE "MOVIMENTO JA ESTORNADO" TO WS-MSG-MOV
              ELSE
              IF ESTORNO-ORIG = "E"
                 MOVE "UM ESTORNO NAO PODE SER ESTORNADO" TO WS-MSG-MOV
              ELSE
              IF MOTIVO-ORIG-KIT
                 MOVE "MOVIMENTO DE KIT - DESFAZER PELO PRODMONT"
                   TO WS-MSG-MOV
              ELSE
              IF TIPO-ORIG = "E" AND OPERADOR-ORIG = "PRODREC"
                 AND PEDIDO-ORIG NOT = ZEROS
                 MOVE "ENTRADA DO PRODREC - ESTORNE PELO PRODEST"
                   TO WS-MSG-MOV
              ELSE
              IF WS-PERIODO-ORIG NOT > WS-PERIODO-FECHADO
                 MOVE "MOVIMENTO EM PERIODO FECHADO - SEM ESTORNO"
                   TO WS-MSG-MOV
              ELSE
              IF WS-PERIODO-HOJE NOT > WS-PERIODO-FECHADO
                 MOVE "PERIODO FECHADO - MOVIMENTO NAO PERMITIDO"
                   TO WS-MSG-MOV.
              IF WS-MSG-MOV NOT = SPACES
                 GO TO ACEITA-ESTORNO-ERRO.
              IF TIPO-ORIG = "E"
                 MOVE LOCAL-ORIG TO LOCAL-MOV-W
                 PERFORM CONSULTA-SALDO-LOCAL
                 IF QTDE-ORIG > QTDADE
                    MOVE "ESTOQUE ATUAL MENOR QUE A ENTRADA"
                      TO WS-MSG-MOV
                 ELSE
                 IF QTDE-ORIG > WS-SALDO-LOCAL
                    MOVE "SALDO DO LOCAL MENOR QUE A ENTRADA"
                      TO WS-MSG-MOV.
              IF TIPO-ORIG = "S"
                 AND QTDADE + QTDE-ORIG > 9999
                 MOVE "ESTORNO EXCEDE O ESTOQUE MAXIMO PERMITIDO"
                   TO WS-MSG-MOV.
              IF TIPO-ORIG = "T"
                 MOVE LOCAL-DEST-ORIG TO LOCAL-MOV-W
                 PERFORM CONSULTA-SALDO-LOCAL
                 IF QTDE-ORIG > WS-SALDO-LOCAL
                    MOVE "SALDO DO DESTINO MENOR QUE A TRANSFERENCIA"
                      TO WS-MSG-MOV.
              IF WS-MSG-MOV NOT = SPACES
                 GO TO ACEITA-ESTORNO-ERRO.
              PERFORM CARREGA-LOTES-ORIG.
              IF WS-MSG-MOV NOT = SPACES
                 GO TO ACEITA-ESTORNO-ERRO.
              MOVE 1 TO WS-VALIDO.
              GO TO ACEITA-ESTORNO-FIM.
       ACEITA-ESTORNO-ERRO.
              DISPLAY WS-MSG-MOV AT 2019.
       ACEITA-ESTORNO-FIM.
              EXIT.

      * PROCURA O MOVIMENTO PELO NUMERO EM PRODMOV.DAT (SO O MES
      * AINDA NAO FECHADO ESTA LA) E GUARDA UMA COPIA DELE. O ARQUIVO
      * E REABERTO EM EXTEND NO FIM, COMO A TELA O MANTEM.
       PROCURA-MOVIMENTO.
              MOVE "N" TO WS-ACHOU-MOV.
              MOVE "N" TO WS-FIM-MOV.
              CLOSE PRODMOV.
              OPEN INPUT PRODMOV.
              IF ARQST-MOV = "00"
                 PERFORM LE-PROX-MOVIMENTO
                         UNTIL WS-FIM-MOV = "S" OR WS-ACHOU-MOV = "S"
                 CLOSE PRODMOV.
              PERFORM ABRE-MOV.

       LE-PROX-MOVIMENTO.
              READ PRODMOV
                   AT END MOVE "S" TO WS-FIM-MOV
                   NOT AT END
                       IF MOV-NUMERO = NUM-EST-W
                          MOVE "S"     TO WS-ACHOU-MOV
                          MOVE REG-MOV TO REG-MOV-ORIG
                       END-IF
              END-READ.

      * GUARDA OS LOTES QUE O ORIGINAL MOVIMENTOU (LOTEMOV.DAT) PARA
      * O ESTORNO DESFAZER LOTE A LOTE. O QUE ENTROU NUM LOTE TEM
      * QUE CONTINUAR LA - LOTE JA CONSUMIDO RECUSA O ESTORNO.
       CARREGA-LOTES-ORIG.
              MOVE ZEROS TO WS-QTDE-LMOV.
              MOVE "N"   TO WS-FIM-LMOV.
              CLOSE LOTEMOV.
              OPEN INPUT LOTEMOV.
              IF ARQST-LMOV = "00"
                 PERFORM LE-PROX-LOTEMOV
                         UNTIL WS-FIM-LMOV NOT = "N"
                 CLOSE LOTEMOV.
              PERFORM ABRE-LMOV.
              IF WS-FIM-LMOV = "E"
                 MOVE "MOVIMENTO COM LOTES DEMAIS PARA ESTORNO"
                   TO WS-MSG-MOV
              ELSE
                 PERFORM CONFERE-LOTE-ORIG
                         VARYING WS-IND-LMOV FROM 1 BY 1
                         UNTIL WS-IND-LMOV > WS-QTDE-LMOV
                            OR WS-MSG-MOV NOT = SPACES.

       LE-PROX-LOTEMOV.
              READ LOTEMOV
                   AT END MOVE "S" TO WS-FIM-LMOV
                   NOT AT END
                       IF LMOV-NUMERO = NUMERO-ORIG
                          IF WS-QTDE-LMOV = 50
                             MOVE "E" TO WS-FIM-LMOV
                          ELSE
                             ADD 1 TO WS-QTDE-LMOV
                             MOVE LMOV-LOCAL
                               TO WS-LMOV-LOCAL (WS-QTDE-LMOV)
                             MOVE LMOV-LOTE
                               TO WS-LMOV-LOTE (WS-QTDE-LMOV)
                             MOVE LMOV-TIPO
                               TO WS-LMOV-TIPO (WS-QTDE-LMOV)
                             MOVE LMOV-QTDE
                               TO WS-LMOV-QTDE (WS-QTDE-LMOV)
                             MOVE LMOV-VALIDADE
                               TO WS-LMOV-VALIDADE (WS-QTDE-LMOV)
                             MOVE LMOV-RECEBIMENTO
                               TO WS-LMOV-RECEB (WS-QTDE-LMOV)
                          END-IF
                       END-IF
              END-READ.

       CONFERE-LOTE-ORIG.
              IF WS-LMOV-TIPO (WS-IND-LMOV) = "E"
                 MOVE CODIGO-W                   TO LOTE-CODIGO
                 MOVE WS-LMOV-LOCAL (WS-IND-LMOV) TO LOTE-LOCAL
                 MOVE WS-LMOV-LOTE (WS-IND-LMOV)  TO LOTE-NUMERO
                 READ LOTES
                      INVALID KEY
                         MOVE "LOTE DO MOVIMENTO NAO ENCONTRADO"
                           TO WS-MSG-MOV
                      NOT INVALID KEY
                         IF LOTE-QTDADE < WS-LMOV-QTDE (WS-IND-LMOV)
                            MOVE "LOTE JA CONSUMIDO - ESTORNO RECUSADO"
                              TO WS-MSG-MOV
                         END-IF
                 END-READ.

       MOSTRA-ORIGINAL.
              MOVE QTDE-ORIG  TO QTDE-ORIG-E.
              MOVE CUSTO-ORIG TO CUSTO-ORIG-E.
              DISPLAY "TIPO:"         AT 1719.
              DISPLAY TIPO-ORIG       AT 1725.
              DISPLAY "QTDE:"         AT 1728.
              DISPLAY QTDE-ORIG-E     AT 1734.
              DISPLAY "LOCAL:"        AT 1741.
              DISPLAY LOCAL-ORIG      AT 1748.
              DISPLAY "DATA:"         AT 1752.
              DISPLAY DIA-ORIG        AT 1758.
              DISPLAY MES-ORIG        AT 1761.
              DISPLAY ANO-ORIG        AT 1764.
              DISPLAY "MOTIVO:"       AT 1819.
              DISPLAY MOTIVO-COD-ORIG AT 1827.
              DISPLAY MOTIVO-ORIG     AT 1832.
              DISPLAY "CUSTO:"        AT 1919.
              DISPLAY CUSTO-ORIG-E    AT 1926.

      * MONTA O ESPELHO DO ORIGINAL E OS NOVOS VALORES DO PRODUTO.
      * ESTORNO DE ENTRADA E UMA SAIDA AO CUSTO DA ENTRADA: O CUSTO
      * MEDIO VOLTA A MEDIA SEM O LOTE ESTORNADO (ESTOQUE ZERADO
      * OU VALOR QUE NAO FECHA MANTEM O CUSTO ATUAL). ESTORNO DE
      * SAIDA E UMA ENTRADA AO CUSTO DA SAIDA. ESTORNO DE
      * TRANSFERENCIA DEVOLVE DO DESTINO PARA A ORIGEM.
       CALCULA-ESTORNO.
              MOVE QTDE-ORIG       TO QTDE-MOV-W.
              MOVE MOTIVO-COD-ORIG TO MOTIVO-COD-W.
              MOVE CUSTO-ORIG      TO CUSTO-MOV-W.
              MOVE LOCAL-ORIG      TO LOCAL-MOV-W.
              MOVE ZEROS           TO LOCAL-DEST-W.
              MOVE SPACES          TO MOTIVO-MOV-E.
              STRING "ESTORNO MOV " DELIMITED BY SIZE
                     NUMERO-ORIG    DELIMITED BY SIZE
                     INTO MOTIVO-MOV-E.
              IF TIPO-ORIG = "E"
                 MOVE "S" TO TIPO-MOV-E
                 COMPUTE QTDADE-W = QTDADE - QTDE-ORIG
                 COMPUTE WS-VALOR-EST = QTDADE * UNITARIO
                                      - QTDE-ORIG * CUSTO-ORIG
                 IF QTDADE-W > ZEROS AND WS-VALOR-EST > ZEROS
                    COMPUTE UNITARIO-W ROUNDED
                            = WS-VALOR-EST / QTDADE-W
                 ELSE
                    MOVE UNITARIO TO UNITARIO-W
                 END-IF
              ELSE
              IF TIPO-ORIG = "S"
                 MOVE "E" TO TIPO-MOV-E
                 COMPUTE QTDADE-W = QTDADE + QTDE-ORIG
                 COMPUTE UNITARIO-W ROUNDED
                         = (QTDADE * UNITARIO
                            + QTDE-ORIG * CUSTO-ORIG)
                           / QTDADE-W
              ELSE
                 MOVE "T"             TO TIPO-MOV-E
                 MOVE LOCAL-DEST-ORIG TO LOCAL-MOV-W
                 MOVE LOCAL-ORIG      TO LOCAL-DEST-W
                 MOVE QTDADE          TO QTDADE-W
                 MOVE UNITARIO        TO UNITARIO-W.

      * TODA ENTRADA PELA TELA INFORMA O LOTE, A VALIDADE E A DATA
      * DE RECEBIMENTO (EM BRANCO = HOJE). LOTE QUE JA EXISTE NO
      * LOCAL SO RECEBE MAIS QUANTIDADE SE A VALIDADE FOR A MESMA.
       VALIDA-LOTE.
              IF LOTE-MOV-W = SPACES
                 MOVE "LOTE DA ENTRADA NAO INFORMADO" TO WS-MSG-MOV
              ELSE
              IF VAL-MES-W < 01 OR VAL-MES-W > 12
                 OR VAL-DIA-W < 01 OR VAL-DIA-W > 31
                 MOVE "DATA DE VALIDADE INVALIDA" TO WS-MSG-MOV
              ELSE
              IF REC-MES-W < 01 OR REC-MES-W > 12
                 OR REC-DIA-W < 01 OR REC-DIA-W > 31
                 OR RECEB-W > WS-HOJE-N
                 MOVE "DATA DE RECEBIMENTO INVALIDA" TO WS-MSG-MOV
              ELSE
              IF VALIDADE-W < RECEB-W
                 MOVE "VALIDADE ANTERIOR AO RECEBIMENTO" TO WS-MSG-MOV.
              IF WS-MSG-MOV = SPACES
                 MOVE CODIGO-W    TO LOTE-CODIGO
                 MOVE LOCAL-MOV-W TO LOTE-LOCAL
                 MOVE LOTE-MOV-W  TO LOTE-NUMERO
                 READ LOTES
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         IF LOTE-VALIDADE NOT = VALIDADE-E
                            MOVE "LOTE JA EXISTE COM OUTRA VALIDADE"
                              TO WS-MSG-MOV
                         END-IF
                 END-READ.

       VALIDA-LOCAL.
              MOVE "N"         TO WS-LOC-OK.
              MOVE LOCAL-MOV-E TO LOCAL-MOV-W.
                 MOVE 1 TO WS-VALIDO.

      * (A)LTERAR SO CORRIGE OS DADOS CADASTRAIS; QTDADE VAI POR
      * ENTRA-MOVIMENTO. A SITUACAO (A ATIVO, B BLOQUEADO, D
      * DESCONTINUADO) SO MUDA AQUI, QUE E TELA DE NIVEL 3.
       ACEITA-CORRECAO.
              ACCEPT NOME-E        AT 0636 WITH PROMPT AUTO.
              ACCEPT SITUACAO-E    AT 0850 WITH PROMPT AUTO.
              ACCEPT UNITARIO-E    AT 1035 WITH PROMPT AUTO.
              ACCEPT CATEGORIA-E   AT 1330 WITH PROMPT AUTO.
              ACCEPT ESTQ-MINIMO-E AT 1356 WITH PROMPT AUTO.
              ACCEPT FORN-CODIGO-E AT 1431 WITH PROMPT AUTO.
              PERFORM VALIDA-FORNECEDOR.
              IF SITUACAO-E NOT = "A" AND SITUACAO-E NOT = "B"
                 AND SITUACAO-E NOT = "D"
                 DISPLAY "SITUACAO DEVE SER A, B OU D" AT 2030
              ELSE
              IF UNITARIO-E = ZEROS
                 DISPLAY "CUSTO NAO PODE SER ZERO" AT 2030
              ELSE
              REWRITE REG-PROD.
              IF ARQST = "00"
                 PERFORM GRAVA-LOG
                 IF MODO-MOVIMENTO OR MODO-ESTORNO
                    PERFORM GRAVA-MOVIMENTO
                            THRU GRAVA-MOVIMENTO-FIM.

              MOVE MOTIVO-MOV-E TO MOV-MOTIVO.
              MOVE CUSTO-MOV-W  TO MOV-UNITARIO.
              MOVE WS-OPERADOR  TO MOV-OPERADOR.
              PERFORM PROXIMO-NUMERO THRU PROXIMO-NUMERO-FIM.
              MOVE WS-NUM-MOV-NOVO TO MOV-NUMERO.
              MOVE ZEROS        TO MOV-PEDIDO.
              IF MODO-ESTORNO
                 MOVE "E"         TO MOV-ESTORNO
                 MOVE NUMERO-ORIG TO MOV-NUM-ORIGEM
              ELSE
                 MOVE SPACE       TO MOV-ESTORNO
                 MOVE ZEROS       TO MOV-NUM-ORIGEM.
              WRITE REG-MOV.
              IF ARQST-MOV NOT = "00"
                 DISPLAY "ERRO NO REGISTRO DE MOVIMENTO" AT 1535
              ELSE
                 PERFORM ATUALIZA-SALDO-LOCAL
                 IF MODO-ESTORNO
                    PERFORM MARCA-ESTORNADO.

       GRAVA-MOVIMENTO-FIM.
              EXIT.

      * NUMERO DO MOVIMENTO: CONTADOR UNICO EM NUMMOV.DAT, CRIADO COM
      * ZERO NA PRIMEIRA VEZ. O NUMERO E O QUE O ESTORNO PEDE PARA
      * ACHAR O ORIGINAL.
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

      * MARCA O ORIGINAL COMO ESTORNADO ("R") NO PROPRIO PRODMOV.DAT,
      * PARA UM SEGUNDO ESTORNO DELE SER RECUSADO.
       MARCA-ESTORNADO.
              MOVE "N" TO WS-ACHOU-MOV.
              MOVE "N" TO WS-FIM-MOV.
              CLOSE PRODMOV.
              OPEN I-O PRODMOV.
              IF ARQST-MOV = "00"
                 PERFORM LE-PROX-MOVIMENTO
                         UNTIL WS-FIM-MOV = "S" OR WS-ACHOU-MOV = "S"
                 IF WS-ACHOU-MOV = "S"
                    MOVE "R" TO MOV-ESTORNO
                    REWRITE REG-MOV
                 END-IF
                 CLOSE PRODMOV.
              IF WS-ACHOU-MOV NOT = "S" OR ARQST-MOV NOT = "00"
                 DISPLAY "ERRO AO MARCAR O MOVIMENTO ESTORNADO" AT 1535.
              PERFORM ABRE-MOV.

      * MANTEM SALDOLOC.DAT CASADO COM O MOVIMENTO GRAVADO: ENTRADA
      * SOMA NO LOCAL, SAIDA TIRA, TRANSFERENCIA TIRA DA ORIGEM E
      * SOMA NO DESTINO (TOTAL DO PRODUTO INALTERADO).
                 PERFORM TIRA-SALDO-LOCAL
                 MOVE LOCAL-DEST-W TO WS-LOCAL-ALVO
                 PERFORM SOMA-SALDO-LOCAL.
              IF MODO-ESTORNO
                 PERFORM ESTORNA-LOTE
                         VARYING WS-IND-LMOV FROM 1 BY 1
                         UNTIL WS-IND-LMOV > WS-QTDE-LMOV
              ELSE
                 PERFORM ATUALIZA-LOTES.

      * LOTES (LOTES.DAT): ENTRADA SOMA NO LOTE INFORMADO; SAIDA E
      * TRANSFERENCIA CONSOMEM PELO VENCIMENTO MAIS PROXIMO (FEFO).
      * O QUE OS LOTES DO LOCAL NAO COBREM SAI DO SALDO SEM LOTE
      * (ESTOQUE ANTERIOR AO CONTROLE DE LOTES). CADA LOTE TOCADO
      * GERA UM REGISTRO EM LOTEMOV.DAT COM O NUMERO DO MOVIMENTO.
       ATUALIZA-LOTES.
              IF TIPO-MOV-E = "E"
                 PERFORM ENTRA-NO-LOTE.
              IF TIPO-MOV-E = "S"
                 MOVE ZEROS TO WS-LOCAL-LOTE-DEST
                 PERFORM CONSOME-LOTES.
              IF TIPO-MOV-E = "T"
                 MOVE LOCAL-DEST-W TO WS-LOCAL-LOTE-DEST
                 PERFORM CONSOME-LOTES.

       ENTRA-NO-LOTE.
              MOVE CODIGO-W    TO LOTE-CODIGO.
              MOVE LOCAL-MOV-W TO LOTE-LOCAL.
              MOVE LOTE-MOV-W  TO LOTE-NUMERO.
              READ LOTES
                   INVALID KEY
                      MOVE VALIDADE-W TO LOTE-VALIDADE
                      MOVE RECEB-W    TO LOTE-RECEBIMENTO
                      MOVE QTDE-MOV-W TO LOTE-QTDADE
                      WRITE REG-LOTE
                   NOT INVALID KEY
                      ADD QTDE-MOV-W TO LOTE-QTDADE
                      REWRITE REG-LOTE
              END-READ.
              IF ARQST-LOTE NOT = "00"
                 DISPLAY "ERRO NO ARQUIVO DE LOTES" AT 1535.
              MOVE "E"        TO LMOV-TIPO.
              MOVE QTDE-MOV-W TO LMOV-QTDE.
              PERFORM GRAVA-LOTEMOV.

       CONSOME-LOTES.
              MOVE QTDE-MOV-W TO WS-QTDE-RESTA.
              MOVE "N"        TO WS-SEM-LOTE.
              PERFORM CONSOME-UM-LOTE THRU CONSOME-UM-LOTE-FIM
                      UNTIL WS-QTDE-RESTA = ZEROS OR WS-SEM-LOTE = "S".

      * LOTE QUE NAO PODE SER LIDO OU REGRAVADO (APAGADO, PRESO POR
      * OUTRA ESTACAO) PARA O CONSUMO COM AVISO NA TELA; O QUE FALTA
      * SAI DO SALDO SEM LOTE, COMO QUANDO OS LOTES NAO COBREM.
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
              MOVE LOTE-NUMERO      TO WS-LOTE-SALVO-NUM.
              MOVE LOTE-VALIDADE    TO WS-LOTE-SALVO-VAL.
              MOVE LOTE-RECEBIMENTO TO WS-LOTE-SALVO-REC.
              MOVE "S"              TO LMOV-TIPO.
              MOVE WS-QTDE-LOTE     TO LMOV-QTDE.
              PERFORM GRAVA-LOTEMOV.
              IF WS-LOCAL-LOTE-DEST NOT = ZEROS
                 PERFORM LEVA-LOTE-DESTINO.
              GO TO CONSOME-UM-LOTE-FIM.
       CONSOME-UM-LOTE-ERRO.
              DISPLAY "ERRO NO ARQUIVO DE LOTES" AT 1535.
              MOVE "S" TO WS-SEM-LOTE.
       CONSOME-UM-LOTE-FIM.
              EXIT.

      * A TRANSFERENCIA LEVA O LOTE JUNTO: MESMO NUMERO, VALIDADE E
      * RECEBIMENTO NO LOCAL DE DESTINO.
       LEVA-LOTE-DESTINO.
              MOVE CODIGO-W           TO LOTE-CODIGO.
              MOVE WS-LOCAL-LOTE-DEST TO LOTE-LOCAL.
              MOVE WS-LOTE-SALVO-NUM  TO LOTE-NUMERO.
              READ LOTES
                   INVALID KEY
                      MOVE WS-LOTE-SALVO-VAL TO LOTE-VALIDADE
                      MOVE WS-LOTE-SALVO-REC TO LOTE-RECEBIMENTO
                      MOVE WS-QTDE-LOTE      TO LOTE-QTDADE
                      WRITE REG-LOTE
                   NOT INVALID KEY
                      ADD WS-QTDE-LOTE TO LOTE-QTDADE
                      REWRITE REG-LOTE
              END-READ.
              IF ARQST-LOTE NOT = "00"
                 DISPLAY "ERRO NO ARQUIVO DE LOTES" AT 1535.
              MOVE "E"          TO LMOV-TIPO.
              MOVE WS-QTDE-LOTE TO LMOV-QTDE.
              PERFORM GRAVA-LOTEMOV.

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

      * ESTORNO: O QUE ENTROU NO LOTE SAI, O QUE SAIU VOLTA - SEMPRE
      * NOS MESMOS LOTES E LOCAIS DO ORIGINAL.
       ESTORNA-LOTE.
              MOVE CODIGO-W                    TO LOTE-CODIGO.
              MOVE WS-LMOV-LOCAL (WS-IND-LMOV) TO LOTE-LOCAL.
              MOVE WS-LMOV-LOTE (WS-IND-LMOV)  TO LOTE-NUMERO.
              MOVE WS-LMOV-QTDE (WS-IND-LMOV)  TO LMOV-QTDE.
              READ LOTES
                   INVALID KEY
                      MOVE WS-LMOV-VALIDADE (WS-IND-LMOV)
                        TO LOTE-VALIDADE
                      MOVE WS-LMOV-RECEB (WS-IND-LMOV)
                        TO LOTE-RECEBIMENTO
                      MOVE ZEROS TO LOTE-QTDADE
                      WRITE REG-LOTE
              END-READ.
              IF WS-LMOV-TIPO (WS-IND-LMOV) = "E"
                 SUBTRACT LMOV-QTDE FROM LOTE-QTDADE
                 MOVE "S" TO LMOV-TIPO
              ELSE
                 ADD LMOV-QTDE TO LOTE-QTDADE
                 MOVE "E" TO LMOV-TIPO.
              REWRITE REG-LOTE.
              IF ARQST-LOTE NOT = "00"
                 DISPLAY "ERRO NO ARQUIVO DE LOTES" AT 1535.
              PERFORM GRAVA-LOTEMOV.

       GRAVA-LOTEMOV.
              MOVE WS-NUM-MOV-NOVO  TO LMOV-NUMERO.
              MOVE LOTE-CODIGO      TO LMOV-CODIGO.
              MOVE LOTE-LOCAL       TO LMOV-LOCAL.
              MOVE LOTE-NUMERO      TO LMOV-LOTE.
              MOVE LOTE-VALIDADE    TO LMOV-VALIDADE.
              MOVE LOTE-RECEBIMENTO TO LMOV-RECEBIMENTO.
              WRITE REG-LMOV.
              IF ARQST-LMOV NOT = "00"
                 DISPLAY "ERRO NO REGISTRO DE LOTES" AT 1535.

       SOMA-SALDO-LOCAL.
              MOVE CODIGO-W      TO SLOC-CODIGO.
              CLOSE MOTIVOS.
              CLOSE LOCAIS.
              CLOSE SALDOLOC.
              CLOSE LOTES.
              CLOSE LOTEMOV.
              GOBACK.
