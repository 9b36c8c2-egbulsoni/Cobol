001003* 03/09/2026   CPD     LAYOUT DO OPERADOR PASSA PELO COPY
001004*                      OPERADOR, JA COM OS CAMPOS DE SEGURANCA;
001005*                      MATRICULA BLOQUEADA NAO LIBERA O REPARO.
001015* 15/10/2026   CPD     CONFERENCIA NOVA: SITUACAO DO PRODUTO
001025*                      DIFERENTE DE A, B, D OU BRANCO.
001035* 15/10/2026   CPD     CHAMADO PELA CADEIA NOTURNA (PRODLOTE, VIA
001045*                      PARMLOTE.TMP) RODA SEM PERGUNTAR O MODO
001055*                      REPARO. DEVOLVE RETURN-CODE 4 COM REGISTRO
001065*                      RUIM OU MOVIMENTO ORFAO E 8 EM ERRO DE
001075*                      ABERTURA.
001100* 03/09/2026   CPD     PROGRAMA ORIGINAL - CONSISTENCIA NOTURNA
001200*                      DO CADASTRO E DOS MOVIMENTOS. CONFERE, EM
001300*                      PRODUTOS.DAT, CAMPOS NAO NUMERICOS, TOTAL
005440            RECORD KEY IS SLOC-CHAVE
005450            FILE STATUS IS ARQST-SALDOLOC.
005460
005468     SELECT PARMLOTE ASSIGN TO DISK
005476            ORGANIZATION LINE SEQUENTIAL
005484            FILE STATUS IS ARQST-PARMLOTE.
005492
005500     SELECT RELINTG ASSIGN TO PRINTER
005600            ORGANIZATION LINE SEQUENTIAL
005700            FILE STATUS IS ARQST-RELINTG.
008820     VALUE OF FILE-ID IS "SALDOLOC.DAT".
008830     COPY SALDOLOC.
008840
008850 FD  PARMLOTE LABEL RECORD STANDARD
008860     VALUE OF FILE-ID IS "PARMLOTE.TMP".
008870     COPY PARMLOTE.
008880
008900 FD  RELINTG LABEL RECORD STANDARD
009000     VALUE OF FILE-ID IS "PRODINTG.LST".
009100 01  LINHA-RELATORIO             PIC X(132).
009760 01  ARQST-ACESSLOG              PIC X(02).
009770 01  ARQST-SEGPARM               PIC X(02).
009800 01  ARQST-RELINTG               PIC X(02).
009810 01  ARQST-PARMLOTE              PIC X(02).
009820
009830 01  WS-EM-LOTE                  PIC X(01) VALUE "N".
009840     88  EM-LOTE                           VALUE "S".
009900
010000 01  WS-SWITCHES.
010100     02  WS-FIM-PRODUTOS         PIC X(01) VALUE "N".
020100******************************************************************
020200 1000-ABRIR-ARQUIVOS.
020300     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
020310     PERFORM 1050-LER-PARMLOTE THRU 1050-EXIT.
020320     IF EM-LOTE
020330        MOVE "N" TO WS-RESP-REPARO
020340     ELSE
020350        DISPLAY "PRODINTG: MODO REPARO (S/N)?"
020360        ACCEPT WS-RESP-REPARO.
020600     IF WS-RESP-REPARO = "S"
020700        PERFORM 1100-ASSINAR-REPARO THRU 1100-EXIT.
020800     PERFORM 1200-LIMPAR-PRESENCA THRU 1200-EXIT
021400     IF ARQST-PRODUTOS NOT = "00"
021500        DISPLAY "PRODINTG: ERRO NA ABERTURA DE PRODUTOS.DAT - "
021600                ARQST-PRODUTOS
021610        MOVE 8 TO RETURN-CODE
021700        GOBACK.
021800     OPEN OUTPUT RELINTG.
021900     IF ARQST-RELINTG NOT = "00"
022000        DISPLAY "PRODINTG: ERRO NA ABERTURA DE PRODINTG.LST - "
022100                ARQST-RELINTG
022200        CLOSE PRODUTOS
022210        MOVE 8 TO RETURN-CODE
022300        GOBACK.
022400     MOVE WS-DIA-SIS TO CAB1-DIA.
022500     MOVE WS-MES-SIS TO CAB1-MES.
023200     WRITE LINHA-RELATORIO FROM SPACES.
023300 1000-EXIT.
023400     EXIT.
023405
023410******************************************************************
023415* CHAMADO PELA CADEIA NOTURNA (PRODLOTE), O PROGRAMA ACHA O
023420* PROPRIO NOME EM PARMLOTE.TMP E RODA SEM PERGUNTAR NADA NO
023425* CONSOLE. SEM O ARQUIVO, OU COM OUTRO NOME NELE, PERGUNTA
023430* COMO SEMPRE.
023435******************************************************************
023440 1050-LER-PARMLOTE.
023445     OPEN INPUT PARMLOTE.
023450     IF ARQST-PARMLOTE NOT = "00"
023455        GO TO 1050-EXIT.
023460     MOVE SPACES TO REG-PARMLOTE.
023465     READ PARMLOTE
023470          AT END MOVE SPACES TO REG-PARMLOTE
023475     END-READ.
023480     CLOSE PARMLOTE.
023485     IF PLT-PROGRAMA = "PRODINTG"
023490        MOVE "S" TO WS-EM-LOTE.
023495 1050-EXIT.
023500     EXIT.
023505
023510******************************************************************
023520* ASSINATURA DO MODO REPARO COM AS MESMAS REGRAS DAS TELAS:
023530* TODA TENTATIVA VAI PARA ACESSLOG.DAT, SENHA ERRADA SOMA FALHA
032400     IF FORN-CODIGO NUMERIC AND FORN-CODIGO = ZERO
032500        MOVE "FORNECEDOR ZERADO" TO DEF-DESCRICAO
032600        PERFORM 2300-APONTAR-DEFEITO THRU 2300-EXIT.
032610     IF NOT PROD-ATIVO AND NOT PROD-BLOQUEADO
032620        AND NOT PROD-DESCONTINUADO
032630        MOVE "SITUACAO INVALIDA" TO DEF-DESCRICAO
032640        PERFORM 2300-APONTAR-DEFEITO THRU 2300-EXIT.
032700     COMPUTE WS-TOTAL-CALC = QTDADE * UNITARIO.
032800     ADD QTDADE        TO WS-QTDADE-RECALC.
032900     ADD WS-TOTAL-CALC TO WS-VALOR-RECALC.
049400        MOVE WS-QTDE-REPARADOS TO ROD-VALOR
049500        WRITE LINHA-RELATORIO FROM LINHA-RODAPE.
049600     DISPLAY "PRODINTG: DEFEITOS APONTADOS: " WS-QTDE-DEFEITOS.
049610     IF WS-QTDE-REG-RUINS > ZERO OR WS-QTDE-MOV-ORFAOS > ZERO
049620        MOVE 4 TO RETURN-CODE.
049700     IF MODO-REPARO
049800        DISPLAY "PRODINTG: TOTAIS REPARADOS..: "
049900                WS-QTDE-REPARADOS.
