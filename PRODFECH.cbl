001010* 03/09/2026   CPD     REGISTRO DE MOVIMENTO CRESCEU COM O CODIGO
001020*                      DE MOTIVO (MOV-MOTIVO-COD); AREAS DE COPIA
001030*                      DO CORTE AJUSTADAS PARA 55 BYTES.
001040* 15/10/2026   CPD     NUMERO DO MOVIMENTO E MARCAS DE ESTORNO NO
001050*                      REGISTRO DE MOVIMENTO (82 BYTES): AREAS DE
001060*                      COPIA DO CORTE AJUSTADAS. ESTORNADO E
001070*                      ESTORNO CONTINUAM NO RESUMO, POIS MEXERAM
001080*                      NA QUANTIDADE.
001083* 15/10/2026   CPD     PERIODO PODE VIR DA CADEIA NOTURNA
001086*                      (PRODLOTE, VIA PARMLOTE.TMP) SEM PERGUNTA
001089*                      NO CONSOLE. PERIODO INVALIDO OU ERRO DE
001092*                      ABERTURA DEVOLVE RETURN-CODE 8.
001100* 22/08/2026   CPD     PROGRAMA ORIGINAL - FECHAMENTO MENSAL DE
001200*                      MOVIMENTOS. CORTA PRODMOV.DAT NO LIMITE DO
001300*                      PERIODO INFORMADO: OS MOVIMENTOS DO
005600            ORGANIZATION LINE SEQUENTIAL
005700            FILE STATUS IS ARQST-RELFECH.
005800
005810     SELECT PARMLOTE ASSIGN TO DISK
005820            ORGANIZATION LINE SEQUENTIAL
005830            FILE STATUS IS ARQST-PARMLOTE.
005840
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PRODUTOS LABEL RECORD STANDARD
006900 FD  MOVARQ LABEL RECORD STANDARD
007000     DATA RECORD IS REG-ARQ
007100     VALUE OF FILE-ID IS WS-NOME-MOVARQ.
007200 01  REG-ARQ                     PIC X(82).
007300
007400 FD  MOVTRAB LABEL RECORD STANDARD
007500     DATA RECORD IS REG-TRAB
007600     VALUE OF FILE-ID IS "PRODMOV.TMP".
007700 01  REG-TRAB                    PIC X(82).
007800
007900 FD  PRODFECH LABEL RECORD STANDARD
008000     VALUE OF FILE-ID IS "PRODFECH.DAT".
008100     COPY FECHAMEN.
008200
008210 FD  PARMLOTE LABEL RECORD STANDARD
008220     VALUE OF FILE-ID IS "PARMLOTE.TMP".
008230     COPY PARMLOTE.
008240
008300 FD  RELFECH LABEL RECORD STANDARD
008400     VALUE OF FILE-ID IS "PRODFECH.LST".
008500 01  LINHA-RELATORIO             PIC X(132).
009100 01  ARQST-MOVTRAB               PIC X(02).
009200 01  ARQST-PRODFECH              PIC X(02).
009300 01  ARQST-RELFECH               PIC X(02).
009310 01  ARQST-PARMLOTE              PIC X(02).
009320
009330 01  WS-EM-LOTE                  PIC X(01) VALUE "N".
009340     88  EM-LOTE                           VALUE "S".
009400
009500 01  WS-SWITCHES.
009600     02  WS-FIM-PRODUTOS         PIC X(01) VALUE "N".
020700 1000-ABRIR-ARQUIVOS.
020800     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
020900     COMPUTE WS-PERIODO-ATUAL = WS-ANO-SIS * 100 + WS-MES-SIS.
020910     PERFORM 1050-LER-PARMLOTE THRU 1050-EXIT.
020920     IF NOT EM-LOTE
020930        DISPLAY "PRODFECH: INFORME O PERIODO A FECHAR (AAAAMM)"
020940        ACCEPT WS-PERIODO.
020950     IF WS-PERIODO NOT NUMERIC
020960        OR WS-PER-MES < 01 OR WS-PER-MES > 12
021300        DISPLAY "PRODFECH: PERIODO INVALIDO - " WS-PERIODO
021310        MOVE 8 TO RETURN-CODE
021400        GOBACK.
021500     IF WS-PERIODO-N NOT < WS-PERIODO-ATUAL
021600        DISPLAY "PRODFECH: PERIODO AINDA EM CURSO - " WS-PERIODO
021610        MOVE 8 TO RETURN-CODE
021700        GOBACK.
021800     PERFORM 1100-LER-CONTROLE THRU 1100-EXIT.
021900     IF WS-PERIODO-N NOT > WS-ULTIMO-FECHADO
022000        DISPLAY "PRODFECH: PERIODO JA FECHADO ATE "
022100                WS-ULTIMO-FECHADO
022110        MOVE 8 TO RETURN-CODE
022200        GOBACK.
022300     STRING "MOV"        DELIMITED BY SIZE
022400            WS-PERIODO   DELIMITED BY SIZE
022694                " - FECHAMENTO INTERROMPIDO"
022695        DISPLAY "PRODFECH: VERIFIQUE MOVAAMM.HST E PRODMOV.TMP "
022696                "ANTES DE REEXECUTAR"
022697        MOVE 8 TO RETURN-CODE
022698        GOBACK.
022700     PERFORM 1300-LIMPAR-TABELA THRU 1300-EXIT
022800             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9999.
022900     OPEN INPUT PRODUTOS.
024000     IF ARQST-PRODMOV NOT = "00"
024100        DISPLAY "PRODFECH: ERRO NA ABERTURA DE PRODMOV.DAT - "
024200                ARQST-PRODMOV
024210        MOVE 8 TO RETURN-CODE
024300        GOBACK.
024400     OPEN OUTPUT MOVARQ.
024500     IF ARQST-MOVARQ NOT = "00"
024600        DISPLAY "PRODFECH: ERRO NA ABERTURA DE " WS-NOME-MOVARQ
024700                " - " ARQST-MOVARQ
024800        CLOSE PRODMOV
024810        MOVE 8 TO RETURN-CODE
024900        GOBACK.
025000     OPEN OUTPUT MOVTRAB.
025100     IF ARQST-MOVTRAB NOT = "00"
025300                ARQST-MOVTRAB
025400        CLOSE PRODMOV
025500        CLOSE MOVARQ
025510        MOVE 8 TO RETURN-CODE
025600        GOBACK.
025700     OPEN OUTPUT RELFECH.
025800     IF ARQST-RELFECH NOT = "00"
025900        DISPLAY "PRODFECH: ERRO NA ABERTURA DE PRODFECH.LST - "
026000                ARQST-RELFECH
026100        PERFORM 9000-ENCERRAR THRU 9000-EXIT
026110        MOVE 8 TO RETURN-CODE
026200        GOBACK.
026300     PERFORM 1600-IMPRIMIR-CABECALHO THRU 1600-EXIT.
026400     PERFORM 2100-LER-PRODMOV THRU 2100-EXIT.
026500 1000-EXIT.
026600     EXIT.
026700
026704******************************************************************
026708* CHAMADO PELA CADEIA NOTURNA (PRODLOTE), O PROGRAMA ACHA O
026712* PROPRIO NOME EM PARMLOTE.TMP E RODA SEM PERGUNTAR NADA NO
026716* CONSOLE. SEM O ARQUIVO, OU COM OUTRO NOME NELE, PERGUNTA
026720* COMO SEMPRE. O PARAMETRO DO PASSO TRAZ O PERIODO (AAAAMM).
026724******************************************************************
026728 1050-LER-PARMLOTE.
026732     OPEN INPUT PARMLOTE.
026736     IF ARQST-PARMLOTE NOT = "00"
026740        GO TO 1050-EXIT.
026744     MOVE SPACES TO REG-PARMLOTE.
026748     READ PARMLOTE
026752          AT END MOVE SPACES TO REG-PARMLOTE
026756     END-READ.
026760     CLOSE PARMLOTE.
026764     IF PLT-PROGRAMA = "PRODFECH"
026768        MOVE "S" TO WS-EM-LOTE
026772        MOVE PLT-PARAMETRO TO WS-PERIODO.
026776 1050-EXIT.
026780     EXIT.
026784
026800******************************************************************
026900* LE O CONTROLE DE FECHAMENTOS ATE O FIM PARA OBTER O ULTIMO
027000* PERIODO JA FECHADO (ARQUIVO AUSENTE = NENHUM FECHAMENTO).
036900        DISPLAY "PRODFECH: ERRO AO REGRAVAR PRODMOV.DAT - "
037000                ARQST-PRODMOV
037100        PERFORM 9000-ENCERRAR THRU 9000-EXIT
037110        MOVE 8 TO RETURN-CODE
037200        GOBACK.
037300     OPEN INPUT MOVTRAB.
037400     MOVE "N" TO WS-FIM-MOVTRAB.
038500        DISPLAY "PRODFECH: ERRO NA COPIA DE VOLTA - "
038600                ARQST-PRODMOV
038700        PERFORM 9000-ENCERRAR THRU 9000-EXIT
038710        MOVE 8 TO RETURN-CODE
038800        GOBACK.
038900     PERFORM 3200-LER-MOVTRAB THRU 3200-EXIT.
039000 3100-EXIT.
