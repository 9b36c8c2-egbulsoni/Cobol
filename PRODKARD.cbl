001500*                      MOVIMENTO MAIS ANTIGO LISTADO E ATE QUE
001600*                      MES OS MOVIMENTOS FORAM ARQUIVADOS, PARA
001700*                      O CORTE FICAR VISIVEL NO RELATORIO.
001710* 15/10/2026   CPD     NUMERO DO MOVIMENTO E MARCAS DE ESTORNO NO
001720*                      REGISTRO DE MOVIMENTO: LAYOUTS DE
001730*                      CLASSIFICACAO E DE TRABALHO AJUSTADOS (82
001740*                      BYTES). A FICHA MOSTRA O NUMERO DE CADA
001750*                      MOVIMENTO E MARCA O PAR ESTORNADO /
001760*                      ESTORNO DE, QUE CONTINUA NO SALDO CORRENTE
001770*                      MAS FICA FORA DOS TOTAIS DE ENTRADAS E
001780*                      SAIDAS, SOMADO A PARTE.
001800* 22/08/2026   CPD     PROGRAMA ORIGINAL - KARDEX (FICHA DE
001900*                      MOVIMENTACAO) POR PRODUTO. CLASSIFICA
002000*                      PRODMOV.DAT POR CODIGO E DATA, CALCULA O
007800     02  SRT-MOTIVO              PIC X(20).
007900     02  SRT-UNITARIO            PIC 9(05)V99.
008000     02  SRT-OPERADOR            PIC X(08).
008010     02  SRT-NUMERO              PIC 9(08).
008020     02  SRT-ESTORNO             PIC X(01).
008030     02  SRT-NUM-ORIGEM          PIC 9(08).
008040     02  SRT-PEDIDO              PIC 9(06).
008100
008200 FD  KARDTRAB LABEL RECORD STANDARD
008300     DATA RECORD IS REG-TRAB
009500     02  TRB-MOTIVO              PIC X(20).
009600     02  TRB-UNITARIO            PIC 9(05)V99.
009700     02  TRB-OPERADOR            PIC X(08).
009710     02  TRB-NUMERO              PIC 9(08).
009720     02  TRB-ESTORNO             PIC X(01).
009730         88  TRB-ESTORNADO              VALUE "R".
009740         88  TRB-DE-ESTORNO             VALUE "E".
009750     02  TRB-NUM-ORIGEM          PIC 9(08).
009760     02  TRB-PEDIDO              PIC 9(06).
009800
009900 FD  PRODFECH LABEL RECORD STANDARD
010000     VALUE OF FILE-ID IS "PRODFECH.DAT".
012600     02  WS-QTDE-PRODUTOS        PIC 9(05) COMP VALUE ZERO.
012700     02  WS-TOT-ENTRADAS         PIC 9(09) COMP VALUE ZERO.
012800     02  WS-TOT-SAIDAS           PIC 9(09) COMP VALUE ZERO.
012810     02  WS-TOT-ESTORNOS         PIC 9(09) COMP VALUE ZERO.
012900
013000 01  WS-PARAMETRO.
013100     02  WS-CODIGO-PEDIDO        PIC 9(04) VALUE ZERO.
014800 01  WS-SUB                      PIC 9(05) COMP VALUE ZERO.
014900 01  WS-PROD-ENTRADAS            PIC 9(06) COMP VALUE ZERO.
015000 01  WS-PROD-SAIDAS              PIC 9(06) COMP VALUE ZERO.
015010 01  WS-PROD-ESTORNOS            PIC 9(06) COMP VALUE ZERO.
015100
015200******************************************************************
015300* TABELA POR CODIGO DE PRODUTO (O PROPRIO CODIGO E O INDICE):
018400     02  FILLER                  PIC X(03)  VALUE SPACES.
018410     02  FILLER                  PIC X(05)  VALUE "MOT. ".
018500     02  FILLER                  PIC X(20)  VALUE "MOTIVO".
018510     02  FILLER                  PIC X(02)  VALUE SPACES.
018520     02  FILLER                  PIC X(10)  VALUE "  NUMERO".
018530     02  FILLER                  PIC X(20)  VALUE "ESTORNO".
018600
018700 01  LINHA-COBERTURA.
018800     02  FILLER                  PIC X(01)  VALUE SPACE.
022610     02  DET-MOTIVO-COD          PIC ZZ9.
022620     02  FILLER                  PIC X(02)  VALUE SPACES.
022700     02  DET-MOTIVO              PIC X(20).
022710     02  FILLER                  PIC X(02)  VALUE SPACES.
022720     02  DET-NUMERO              PIC ZZZZZZZ9.
022730     02  FILLER                  PIC X(02)  VALUE SPACES.
022740     02  DET-ESTORNO             PIC X(20).
022750
022760 01  LINHA-ESTORNO-DE.
022770     02  FILLER                  PIC X(11)  VALUE "ESTORNO DE ".
022780     02  EST-NUM-ORIGEM          PIC 9(08).
022800
022900 01  LINHA-SUBTOTAL.
023000     02  FILLER                  PIC X(01)  VALUE SPACE.
023500     02  FILLER                  PIC X(17)  VALUE
023600             "TOTAL DE SAIDAS:".
023700     02  SUB-SAIDAS              PIC ZZZ.ZZ9.
023710     02  FILLER                  PIC X(04)  VALUE SPACES.
023720     02  FILLER                  PIC X(22)  VALUE
023730             "ESTORNADOS/ESTORNOS:".
023740     02  SUB-ESTORNOS            PIC ZZZ.ZZ9.
023800
023900 01  LINHA-RODAPE.
024000     02  FILLER                  PIC X(01)  VALUE SPACE.
024900     02  ROD-ENTRADAS            PIC ZZZ.ZZZ.ZZ9.
025000     02  FILLER                  PIC X(03)  VALUE " / ".
025100     02  ROD-SAIDAS              PIC ZZZ.ZZZ.ZZ9.
025110
025120 01  LINHA-RODAPE-ESTORNOS.
025130     02  FILLER                  PIC X(01)  VALUE SPACE.
025140     02  FILLER                  PIC X(32)  VALUE
025150             "QTDE EM PARES ESTORNADOS......:".
025160     02  ROD-ESTORNOS            PIC ZZZ.ZZZ.ZZ9.
025200
025300 PROCEDURE DIVISION.
025400
046600             - WS-KARD-LIQUIDO (WS-CODIGO-ATUAL).
046700     MOVE ZERO TO WS-PROD-ENTRADAS.
046800     MOVE ZERO TO WS-PROD-SAIDAS.
046810     MOVE ZERO TO WS-PROD-ESTORNOS.
046900     ADD 1     TO WS-QTDE-PRODUTOS.
047000     IF WS-LINHAS-PAGINA + 4 > WS-MAX-LINHAS
047100        PERFORM 1200-IMPRIMIR-CABECALHO THRU 1200-EXIT.
048300        PERFORM 1200-IMPRIMIR-CABECALHO THRU 1200-EXIT.
048400     IF TRB-ENTRADA
048500        ADD TRB-QUANTIDADE      TO WS-SALDO-CORRENTE
048505     ELSE
048510     IF TRB-SAIDA
048515        SUBTRACT TRB-QUANTIDADE FROM WS-SALDO-CORRENTE.
048520     MOVE SPACES TO DET-ESTORNO.
048525     IF TRB-ESTORNADO OR TRB-DE-ESTORNO
048530        IF TRB-ENTRADA OR TRB-SAIDA
048535           ADD TRB-QUANTIDADE   TO WS-PROD-ESTORNOS
048540           ADD TRB-QUANTIDADE   TO WS-TOT-ESTORNOS
048545        END-IF
048550        IF TRB-ESTORNADO
048555           MOVE "ESTORNADO"     TO DET-ESTORNO
048560        ELSE
048565           MOVE TRB-NUM-ORIGEM  TO EST-NUM-ORIGEM
048570           MOVE LINHA-ESTORNO-DE TO DET-ESTORNO
048575        END-IF
048580     ELSE
048585     IF TRB-ENTRADA
048600        ADD TRB-QUANTIDADE      TO WS-PROD-ENTRADAS
048700        ADD TRB-QUANTIDADE      TO WS-TOT-ENTRADAS
048800     ELSE
048810     IF TRB-SAIDA
049000        ADD TRB-QUANTIDADE      TO WS-PROD-SAIDAS
049100        ADD TRB-QUANTIDADE      TO WS-TOT-SAIDAS.
049200     MOVE TRB-DIA          TO DET-DIA.
049700     MOVE WS-SALDO-CORRENTE TO DET-SALDO.
049710     MOVE TRB-MOTIVO-COD   TO DET-MOTIVO-COD.
049800     MOVE TRB-MOTIVO       TO DET-MOTIVO.
049810     MOVE TRB-NUMERO       TO DET-NUMERO.
049900     WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
050000     ADD 1 TO WS-LINHAS-PAGINA.
050100 4300-EXIT.
050400 4400-IMPRIMIR-SUBTOTAL.
050500     MOVE WS-PROD-ENTRADAS TO SUB-ENTRADAS.
050600     MOVE WS-PROD-SAIDAS   TO SUB-SAIDAS.
050610     MOVE WS-PROD-ESTORNOS TO SUB-ESTORNOS.
050700     WRITE LINHA-RELATORIO FROM LINHA-SUBTOTAL.
050800     ADD 1 TO WS-LINHAS-PAGINA.
050900 4400-EXIT.
054700        WRITE LINHA-RELATORIO FROM LINHA-PRODUTO
054800        MOVE ZERO TO SUB-ENTRADAS
054900        MOVE ZERO TO SUB-SAIDAS
054910        MOVE ZERO TO SUB-ESTORNOS
055000        WRITE LINHA-RELATORIO FROM LINHA-SUBTOTAL.
055100     MOVE WS-QTDE-PRODUTOS TO ROD-PRODUTOS.
055200     WRITE LINHA-RELATORIO FROM SPACES.
055400     MOVE WS-TOT-ENTRADAS  TO ROD-ENTRADAS.
055500     MOVE WS-TOT-SAIDAS    TO ROD-SAIDAS.
055600     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-TOTAIS.
055610     MOVE WS-TOT-ESTORNOS  TO ROD-ESTORNOS.
055620     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-ESTORNOS.
055700 6000-EXIT.
055800     EXIT.
055900
