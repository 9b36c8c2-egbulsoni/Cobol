              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-INV.

              SELECT CONTCICL ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CCIC-CHAVE
              FILE STATUS ARQST-CIC.

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

       FD PRODINV LABEL RECORD STANDARD
                DATA RECORD IS REG-INV
                     03 INV-MES             PIC 9(02).
                     03 INV-DIA             PIC 9(02).
                02 INV-CONTADOR            PIC X(08).
                02 INV-LOCAL               PIC 9(02).

       FD CONTCICL LABEL RECORD STANDARD
                DATA RECORD IS REG-CCIC
                VALUE OF FILE-ID IS "CONTCICL.DAT".
          COPY CONTCICL.

       WORKING-STORAGE SECTION.
          01 DATA-SIS.
                02 DIA            PIC 9(02).
          01 CODIGO-E             PIC Z.ZZ9.
          01 CODIGO-W             PIC 9(04).
          01 LOCAL-E              PIC Z9.
          01 LOCAL-W              PIC 9(02).
          01 QTDE-CONT-E          PIC Z.ZZ9.
          01 QTDE-CONT-W          PIC 9(04).
          01 CONTADOR-E           PIC X(08).

         01 ARQST                 PIC X(02).
         01 ARQST-INV             PIC X(02).
         01 ARQST-CIC             PIC X(02).
         01 WS-OPCAO              PIC X(01) VALUE SPACES.
         01 WS-GRAVA              PIC X(01) VALUE SPACES.
         01 WS-ESPACO             PIC X(45) VALUE SPACES.
              02 LINE 4  COL 19 VALUE "MATRICULA DO CONTADOR:".
              02 LINE 6  COL 19 VALUE "CODIGO DO PRODUTO:".
              02 LINE 8  COL 19 VALUE "NOME DO PRODUTO:".
              02 LINE 10 COL 19 VALUE "LOCAL DE ESTOQUE:".
              02 LINE 12 COL 19 VALUE "QUANTIDADE CONTADA:".
              02 LINE 15 COL 25 VALUE "MENSAGEM:".

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ABRE-ARQ.
              PERFORM ABRE-CIC.
              PERFORM ABRE-INV.
              PERFORM IMP-TELA.
              PERFORM ENTRA-CONTADOR.
                     DISPLAY "CADASTRO DE PRODUTOS NAO ENCONTRADO"
                     GOBACK.

      * SO SE CONTA O QUE ESTA NA LISTA DA CONTAGEM CICLICA; SEM O
      * PLANO (CONTCICL.DAT) NAO HA LISTA. PARA O INVENTARIO COMPLETO
      * O PRODCICL GERA A LISTA GERAL.
       ABRE-CIC.
              OPEN INPUT CONTCICL.
              IF ARQST-CIC NOT = "00"
                     DISPLAY "LISTA DE CONTAGEM NAO GERADA - EXECUTE "
                             "PRODCICL"
                     CLOSE PRODUTOS
                     GOBACK.

       ABRE-INV.
              OPEN EXTEND PRODINV.
              IF ARQST-INV NOT = "00"

       PROCESSO.
              PERFORM LIMPA-CAMPOS.
              PERFORM ENTRA-ITEM UNTIL WS-FL = 3.
              PERFORM ENTRA-CONTAGEM.
              PERFORM CONFIRMA-GRAVACAO UNTIL WS-GRAVA = "S" OR "N".
              IF WS-GRAVA = "S"
              MOVE SPACE TO WS-OPCAO
                            WS-GRAVA.
              MOVE ZEROS TO CODIGO-E
                            LOCAL-E
                            QTDE-CONT-E
                            WS-FL.
              DISPLAY WS-ESPACO AT 0638.
              DISPLAY WS-ESPACO AT 0836.
              DISPLAY WS-ESPACO AT 1037.
              DISPLAY WS-ESPACO AT 1239.
              DISPLAY WS-ESPACO AT 1535.
              DISPLAY WS-ESPACO AT 2030.

                 DISPLAY WS-ESPACO AT 1535
                 DISPLAY NOME AT 0836.

      * PRODUTO E LOCAL TEM DE ESTAR NA LISTA DE CONTAGEM (CONTCICL,
      * SITUACAO L); FORA DELA VOLTA A PEDIR O CODIGO.
       ENTRA-ITEM.
              MOVE ZEROS TO WS-FL.
              PERFORM ENTRA-CODIGO UNTIL WS-FL = 2.
              PERFORM ENTRA-LOCAL.

       ENTRA-LOCAL.
              ACCEPT LOCAL-E    AT 1037 WITH PROMPT AUTO.
              MOVE   LOCAL-E    TO LOCAL-W.
              MOVE   CODIGO-W   TO CCIC-CODIGO.
              MOVE   LOCAL-W    TO CCIC-LOCAL.
              READ CONTCICL
                   INVALID KEY     MOVE SPACE TO CCIC-SITUACAO
              END-READ.
              IF CCIC-NA-LISTA
                 MOVE 3 TO WS-FL
                 DISPLAY WS-ESPACO AT 1535
              ELSE
                 DISPLAY "ITEM FORA DA LISTA DE CONTAGEM" AT 1535.

      * A QUANTIDADE CONTADA PODE SER ZERO - ITEM SUMIDO DO DEPOSITO
      * TAMBEM E RESULTADO DE CONTAGEM.
       ENTRA-CONTAGEM.
              ACCEPT QTDE-CONT-E AT 1239 WITH PROMPT AUTO.
              MOVE QTDE-CONT-E TO QTDE-CONT-W.

       CONFIRMA-GRAVACAO.
              MOVE QTDE-CONT-W TO INV-QTDADE-CONTADA.
              MOVE DATA-SIS    TO INV-DATA.
              MOVE CONTADOR-E  TO INV-CONTADOR.
              MOVE LOCAL-W     TO INV-LOCAL.
              WRITE REG-INV.
              IF ARQST-INV NOT = "00"
                 DISPLAY "ERRO NA GRAVACAO DA CONTAGEM" AT 1535
              DISPLAY WS-MENS1 AT 1535.
              CLOSE PRODUTOS.
              CLOSE PRODINV.
              CLOSE CONTCICL.
              GOBACK.
