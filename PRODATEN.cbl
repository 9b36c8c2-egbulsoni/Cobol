000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRODATEN.
000300 AUTHOR.        CPD - CONTROLE DE ESTOQUE.
000400 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* HISTORICO DE ALTERACOES
000900******************************************************************
001000* DATA        AUTOR   DESCRICAO
001010* 15/10/2026   CPD     MOTIVOS 901 A 904, RESERVADOS AOS KITS,
001020*                      NAO SAO ACEITOS COMO MOTIVO DE SAIDA.
001030* 15/10/2026   CPD     ITEM DE PRODUTO BLOQUEADO NAO E ATENDIDO E
001040*                      CONTINUA PENDENTE NA REQUISICAO.
001100* 15/10/2026   CPD     PROGRAMA ORIGINAL - ATENDIMENTO DAS
001200*                      REQUISICOES DE MATERIAL. PEDE NO CONSOLE O
001300*                      MOTIVO DE SAIDA E PERCORRE REQUISIC.DAT:
001400*                      CADA ITEM APROVADO OU EM FALTA RECEBE UMA
001500*                      SAIDA NO LOCAL DE ENTREGA DA REQUISICAO,
001600*                      LIMITADA AO SALDO DO LOCAL (SALDOLOC.DAT),
001700*                      GRAVADA EM PRODMOV.DAT COM O CONTADOR
001800*                      NUMMOV.DAT E CONSUMINDO OS LOTES PELO
001900*                      VENCIMENTO (FEFO) COMO A TELA DE PRODUTOS.
002000*                      O QUE O LOCAL NAO COBRE FICA EM FALTA
002100*                      (BACKORDER) PARA A PROXIMA EXECUCAO; O ITEM
002200*                      COMPLETO FICA ATENDIDO. IMPRIME A LISTA DE
002300*                      ATENDIMENTO PRODATEN.LST PARA SEPARACAO E
002400*                      ENTREGA. RECUSA A EXECUCAO SE O MES
002500*                      CORRENTE JA ESTIVER FECHADO POR PRODFECH.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT REQUISIC ASSIGN TO DISK
003400            ORGANIZATION INDEXED
003500            ACCESS MODE DYNAMIC
003600            RECORD KEY IS REQ-CHAVE
003700            FILE STATUS IS ARQST-REQUISIC.
003800
003900     SELECT PRODUTOS ASSIGN TO DISK
004000            ORGANIZATION INDEXED
004100            ACCESS MODE DYNAMIC
004200            RECORD KEY IS CODIGO
004300            FILE STATUS IS ARQST-PRODUTOS.
004400
004500     SELECT PRODMOV ASSIGN TO DISK
004600            ORGANIZATION SEQUENTIAL
004700            ACCESS MODE SEQUENTIAL
004800            FILE STATUS IS ARQST-PRODMOV.
004900
005000     SELECT PRODFECH ASSIGN TO DISK
005100            ORGANIZATION SEQUENTIAL
005200            ACCESS MODE SEQUENTIAL
005300            FILE STATUS IS ARQST-PRODFECH.
005400
005500     SELECT MOTIVOS ASSIGN TO DISK
005600            ORGANIZATION INDEXED
005700            ACCESS MODE DYNAMIC
005800            RECORD KEY IS MOT-CODIGO
005900            FILE STATUS IS ARQST-MOTIVOS.
006000
006100     SELECT SALDOLOC ASSIGN TO DISK
006200            ORGANIZATION INDEXED
006300            ACCESS MODE DYNAMIC
006400            RECORD KEY IS SLOC-CHAVE
006500            FILE STATUS IS ARQST-SALDOLOC.
006600
006700     SELECT NUMMOV ASSIGN TO DISK
006800            ORGANIZATION SEQUENTIAL
006900            ACCESS MODE SEQUENTIAL
007000            FILE STATUS IS ARQST-NUMMOV.
007100
007200     SELECT LOTES ASSIGN TO DISK
007300            ORGANIZATION INDEXED
007400            ACCESS MODE DYNAMIC
007500            RECORD KEY IS LOTE-CHAVE
007600            FILE STATUS IS ARQST-LOTES.
007700
007800     SELECT LOTEMOV ASSIGN TO DISK
007900            ORGANIZATION SEQUENTIAL
008000            ACCESS MODE SEQUENTIAL
008100            FILE STATUS IS ARQST-LOTEMOV.
008200
008300     SELECT RELATEN ASSIGN TO PRINTER
008400            ORGANIZATION LINE SEQUENTIAL
008500            FILE STATUS IS ARQST-RELATEN.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  REQUISIC LABEL RECORD STANDARD
009000     VALUE OF FILE-ID IS "REQUISIC.DAT".
009100     COPY REQUIS.
009200
009300 FD  PRODUTOS LABEL RECORD STANDARD
009400     VALUE OF FILE-ID IS "PRODUTOS.DAT".
009500     COPY PRODUTOS.
009600
009700 FD  PRODMOV LABEL RECORD STANDARD
009800     VALUE OF FILE-ID IS "PRODMOV.DAT".
009900     COPY PRODMOV.
010000
010100 FD  PRODFECH LABEL RECORD STANDARD
010200     VALUE OF FILE-ID IS "PRODFECH.DAT".
010300     COPY FECHAMEN.
010400
010500 FD  MOTIVOS LABEL RECORD STANDARD
010600     VALUE OF FILE-ID IS "MOTIVOS.DAT".
010700     COPY MOTIVOS.
010800
010900 FD  SALDOLOC LABEL RECORD STANDARD
011000     VALUE OF FILE-ID IS "SALDOLOC.DAT".
011100     COPY SALDOLOC.
011200
011300 FD  NUMMOV LABEL RECORD STANDARD
011400     VALUE OF FILE-ID IS "NUMMOV.DAT".
011500     COPY NUMMOV.
011600
011700 FD  LOTES LABEL RECORD STANDARD
011800     VALUE OF FILE-ID IS "LOTES.DAT".
011900     COPY LOTES.
012000
012100 FD  LOTEMOV LABEL RECORD STANDARD
012200     VALUE OF FILE-ID IS "LOTEMOV.DAT".
012300     COPY LOTEMOV.
012400
012500 FD  RELATEN LABEL RECORD STANDARD
012600     VALUE OF FILE-ID IS "PRODATEN.LST".
012700 01  LINHA-RELATORIO             PIC X(132).
012800
012900 WORKING-STORAGE SECTION.
013000 01  ARQST-REQUISIC              PIC X(02).
013100 01  ARQST-PRODUTOS              PIC X(02).
013200 01  ARQST-PRODMOV               PIC X(02).
013300 01  ARQST-PRODFECH              PIC X(02).
013400 01  ARQST-MOTIVOS               PIC X(02).
013500 01  ARQST-SALDOLOC              PIC X(02).
013600 01  ARQST-NUMMOV                PIC X(02).
013700 01  ARQST-LOTES                 PIC X(02).
013800 01  ARQST-LOTEMOV               PIC X(02).
013900 01  ARQST-RELATEN               PIC X(02).
014000
014100 01  WS-SWITCHES.
014200     02  WS-FIM-REQUISIC         PIC X(01) VALUE "N".
014300         88  FIM-REQUISIC                  VALUE "S".
014400     02  WS-FIM-PRODFECH         PIC X(01) VALUE "N".
014500         88  FIM-PRODFECH                  VALUE "S".
014600     02  WS-HOUVE-ERRO           PIC X(01) VALUE "N".
014700         88  HOUVE-ERRO                    VALUE "S".
014800     02  WS-FIM-LOTE             PIC X(01) VALUE "N".
014900         88  FIM-LOTE                      VALUE "S".
015000     02  WS-ACHOU-LOTE           PIC X(01) VALUE "N".
015100         88  ACHOU-LOTE                    VALUE "S".
015200     02  WS-SEM-LOTE             PIC X(01) VALUE "N".
015300         88  SEM-LOTE                      VALUE "S".
015400
015500 01  WS-CONTADORES.
015600     02  WS-QTDE-LIDOS           PIC 9(05) COMP VALUE ZERO.
015700     02  WS-QTDE-ATENDIDOS       PIC 9(05) COMP VALUE ZERO.
015800     02  WS-QTDE-PARCIAIS        PIC 9(05) COMP VALUE ZERO.
015900     02  WS-QTDE-SEM-SALDO       PIC 9(05) COMP VALUE ZERO.
016000     02  WS-QTDE-ERROS           PIC 9(05) COMP VALUE ZERO.
016100     02  WS-QTDE-SAIDA-TOT       PIC 9(09) COMP VALUE ZERO.
016200     02  WS-QTDE-FALTA-TOT       PIC 9(09) COMP VALUE ZERO.
016300
016400 01  WS-DATA-SISTEMA.
016500     02  WS-ANO-SIS              PIC 9(04).
016600     02  WS-MES-SIS              PIC 9(02).
016700     02  WS-DIA-SIS              PIC 9(02).
016800
016900 01  WS-HOJE                     PIC 9(08) VALUE ZERO.
017000 01  WS-PERIODO-HOJE             PIC 9(06) VALUE ZERO.
017100 01  WS-PERIODO-FECHADO          PIC 9(06) VALUE ZERO.
017200 01  WS-MOTIVO-SAIDA             PIC 9(03) VALUE ZERO.
017300 01  WS-QTDE-PENDENTE            PIC 9(04) VALUE ZERO.
017400 01  WS-QTDE-SAIDA               PIC 9(04) VALUE ZERO.
017500 01  WS-QTDE-LOCAL               PIC 9(04) VALUE ZERO.
017600 01  WS-QTDE-RESTA               PIC 9(04) VALUE ZERO.
017700 01  WS-QTDE-LOTE                PIC 9(04) VALUE ZERO.
017800 01  WS-MENOR-VALIDADE           PIC X(08) VALUE SPACES.
017900 01  WS-LOTE-FEFO                PIC X(10) VALUE SPACES.
018000 01  WS-MOTIVO-REQ               PIC X(20) VALUE SPACES.
018100 01  WS-NUMERO-X                 PIC 9(06) VALUE ZERO.
018200 01  WS-ITEM-X                   PIC 9(02) VALUE ZERO.
018300
018400 01  LINHA-CABECALHO-1.
018500     02  FILLER                  PIC X(01)  VALUE SPACE.
018600     02  FILLER                  PIC X(23)  VALUE
018700             "CONTROLE DE MERCADORIAS".
018800     02  FILLER                  PIC X(30)  VALUE
018900             "ATENDIMENTO DE REQUISICOES".
019000     02  FILLER                  PIC X(10)  VALUE "DATA:".
019100     02  CAB1-DIA                PIC 99/.
019200     02  CAB1-MES                PIC 99/.
019300     02  CAB1-ANO                PIC 9999.
019400     02  FILLER                  PIC X(10)  VALUE
019500             "  MOTIVO:".
019600     02  CAB1-MOTIVO             PIC 999.
019700
019800 01  LINHA-CABECALHO-2.
019900     02  FILLER                  PIC X(01)  VALUE SPACE.
020000     02  FILLER                  PIC X(10)  VALUE "REQUISICAO".
020100     02  FILLER                  PIC X(02)  VALUE SPACES.
020200     02  FILLER                  PIC X(10)  VALUE "DEPTO".
020300     02  FILLER                  PIC X(02)  VALUE SPACES.
020400     02  FILLER                  PIC X(02)  VALUE "LC".
020500     02  FILLER                  PIC X(02)  VALUE SPACES.
020600     02  FILLER                  PIC X(04)  VALUE "COD.".
020700     02  FILLER                  PIC X(02)  VALUE SPACES.
020800     02  FILLER                  PIC X(30)  VALUE "PRODUTO".
020900     02  FILLER                  PIC X(02)  VALUE SPACES.
021000     02  FILLER                  PIC X(06)  VALUE "APROV.".
021100     02  FILLER                  PIC X(02)  VALUE SPACES.
021200     02  FILLER                  PIC X(06)  VALUE "  HOJE".
021300     02  FILLER                  PIC X(02)  VALUE SPACES.
021400     02  FILLER                  PIC X(06)  VALUE "ATEND.".
021500     02  FILLER                  PIC X(02)  VALUE SPACES.
021600     02  FILLER                  PIC X(06)  VALUE " FALTA".
021700     02  FILLER                  PIC X(02)  VALUE SPACES.
021800     02  FILLER                  PIC X(08)  VALUE "MOVIM.".
021900     02  FILLER                  PIC X(02)  VALUE SPACES.
022000     02  FILLER                  PIC X(08)  VALUE "SITUACAO".
022100
022200 01  LINHA-DETALHE.
022300     02  FILLER                  PIC X(01)  VALUE SPACE.
022400     02  DET-NUMERO              PIC 9(06).
022500     02  FILLER                  PIC X(01)  VALUE "/".
022600     02  DET-ITEM                PIC 99.
022700     02  FILLER                  PIC X(03)  VALUE SPACES.
022800     02  DET-DEPTO               PIC X(10).
022900     02  FILLER                  PIC X(02)  VALUE SPACES.
023000     02  DET-LOCAL               PIC 99.
023100     02  FILLER                  PIC X(02)  VALUE SPACES.
023200     02  DET-CODIGO              PIC ZZZ9.
023300     02  FILLER                  PIC X(02)  VALUE SPACES.
023400     02  DET-NOME                PIC X(30).
023500     02  FILLER                  PIC X(03)  VALUE SPACES.
023600     02  DET-APROVADA            PIC Z.ZZ9.
023700     02  FILLER                  PIC X(03)  VALUE SPACES.
023800     02  DET-SAIDA               PIC Z.ZZ9.
023900     02  FILLER                  PIC X(03)  VALUE SPACES.
024000     02  DET-ATENDIDA            PIC Z.ZZ9.
024100     02  FILLER                  PIC X(03)  VALUE SPACES.
024200     02  DET-FALTA               PIC Z.ZZ9.
024300     02  FILLER                  PIC X(02)  VALUE SPACES.
024400     02  DET-MOVIMENTO           PIC ZZZZZZZ9.
024500     02  FILLER                  PIC X(02)  VALUE SPACES.
024600     02  DET-SITUACAO            PIC X(30).
024700
024800 01  LINHA-RODAPE-1.
024900     02  FILLER                  PIC X(01)  VALUE SPACE.
025000     02  FILLER                  PIC X(32)  VALUE
025100             "ITENS A ATENDER LIDOS.........:".
025200     02  ROD-LIDOS               PIC ZZ.ZZ9.
025300
025400 01  LINHA-RODAPE-2.
025500     02  FILLER                  PIC X(01)  VALUE SPACE.
025600     02  FILLER                  PIC X(32)  VALUE
025700             "ITENS ATENDIDOS POR COMPLETO..:".
025800     02  ROD-ATENDIDOS           PIC ZZ.ZZ9.
025900
026000 01  LINHA-RODAPE-3.
026100     02  FILLER                  PIC X(01)  VALUE SPACE.
026200     02  FILLER                  PIC X(32)  VALUE
026300             "ITENS ATENDIDOS EM PARTE......:".
026400     02  ROD-PARCIAIS            PIC ZZ.ZZ9.
026500
026600 01  LINHA-RODAPE-4.
026700     02  FILLER                  PIC X(01)  VALUE SPACE.
026800     02  FILLER                  PIC X(32)  VALUE
026900             "ITENS SEM SALDO NO LOCAL......:".
027000     02  ROD-SEM-SALDO           PIC ZZ.ZZ9.
027100
027200 01  LINHA-RODAPE-5.
027300     02  FILLER                  PIC X(01)  VALUE SPACE.
027400     02  FILLER                  PIC X(32)  VALUE
027500             "QUANTIDADE ENTREGUE...........:".
027600     02  ROD-SAIDA               PIC ZZZ.ZZZ.ZZ9.
027700
027800 01  LINHA-RODAPE-6.
027900     02  FILLER                  PIC X(01)  VALUE SPACE.
028000     02  FILLER                  PIC X(32)  VALUE
028100             "QUANTIDADE EM FALTA...........:".
028200     02  ROD-FALTA               PIC ZZZ.ZZZ.ZZ9.
028300
028400 PROCEDURE DIVISION.
028500
028600 0000-MAINLINE.
028700     PERFORM 1000-ABRIR-ARQUIVOS      THRU 1000-EXIT.
028800     PERFORM 2000-LER-REQUISICAO      THRU 2000-EXIT.
028900     PERFORM 3000-PROCESSAR-ITEM      THRU 3000-EXIT
029000             UNTIL FIM-REQUISIC.
029100     PERFORM 4000-IMPRIMIR-RODAPE     THRU 4000-EXIT.
029200     PERFORM 9000-ENCERRAR            THRU 9000-EXIT.
029300     GOBACK.
029400
029500******************************************************************
029600* CONFERE O FECHAMENTO DO MES CORRENTE, PEDE O MOTIVO DE SAIDA E
029700* ABRE OS ARQUIVOS. SEM REQUISIC.DAT NAO HA O QUE ATENDER.
029800******************************************************************
029900 1000-ABRIR-ARQUIVOS.
030000     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
030100     COMPUTE WS-PERIODO-HOJE = WS-ANO-SIS * 100 + WS-MES-SIS.
030200     MOVE WS-DATA-SISTEMA TO WS-HOJE.
030300     PERFORM 1100-LER-FECHAMENTO THRU 1100-EXIT.
030400     IF WS-PERIODO-HOJE NOT > WS-PERIODO-FECHADO
030500        DISPLAY "PRODATEN: MES CORRENTE JA FECHADO - "
030600                "ATENDIMENTO RECUSADO"
030700        GOBACK.
030800     PERFORM 1300-PEDIR-MOTIVO THRU 1300-EXIT.
030900     IF WS-MOTIVO-SAIDA = ZERO
031000        GOBACK.
031100     OPEN I-O REQUISIC.
031200     IF ARQST-REQUISIC NOT = "00"
031300        DISPLAY "PRODATEN: REQUISIC.DAT AUSENTE - NADA A ATENDER"
031400        GOBACK.
031500     OPEN I-O PRODUTOS.
031600     IF ARQST-PRODUTOS NOT = "00"
031700        DISPLAY "PRODATEN: ERRO NA ABERTURA DE PRODUTOS.DAT - "
031800                ARQST-PRODUTOS
031900        CLOSE REQUISIC
032000        GOBACK.
032100     OPEN EXTEND PRODMOV.
032200     IF ARQST-PRODMOV NOT = "00"
032300        OPEN OUTPUT PRODMOV
032400        CLOSE PRODMOV
032500        OPEN EXTEND PRODMOV.
032600     OPEN I-O SALDOLOC.
032700     IF ARQST-SALDOLOC NOT = "00"
032800        OPEN OUTPUT SALDOLOC
032900        CLOSE SALDOLOC
033000        OPEN I-O SALDOLOC.
033100     OPEN I-O LOTES.
033200     IF ARQST-LOTES NOT = "00"
033300        OPEN OUTPUT LOTES
033400        CLOSE LOTES
033500        OPEN I-O LOTES.
033600     OPEN EXTEND LOTEMOV.
033700     IF ARQST-LOTEMOV NOT = "00"
033800        OPEN OUTPUT LOTEMOV
033900        CLOSE LOTEMOV
034000        OPEN EXTEND LOTEMOV.
034100     OPEN OUTPUT RELATEN.
034200     IF ARQST-RELATEN NOT = "00"
034300        DISPLAY "PRODATEN: ERRO NA ABERTURA DE PRODATEN.LST - "
034400                ARQST-RELATEN
034500        CLOSE REQUISIC
034600        CLOSE PRODUTOS
034700        CLOSE PRODMOV
034800        CLOSE SALDOLOC
034900        CLOSE LOTES
035000        CLOSE LOTEMOV
035100        GOBACK.
035200     MOVE WS-DIA-SIS      TO CAB1-DIA.
035300     MOVE WS-MES-SIS      TO CAB1-MES.
035400     MOVE WS-ANO-SIS      TO CAB1-ANO.
035500     MOVE WS-MOTIVO-SAIDA TO CAB1-MOTIVO.
035600     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
035700     WRITE LINHA-RELATORIO FROM SPACES.
035800     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
035900     WRITE LINHA-RELATORIO FROM SPACES.
036000 1000-EXIT.
036100     EXIT.
036200
036300******************************************************************
036400* LE O CONTROLE DE FECHAMENTOS (GRAVADO POR PRODFECH) ATE O FIM
036500* PARA OBTER O ULTIMO PERIODO FECHADO.
036600******************************************************************
036700 1100-LER-FECHAMENTO.
036800     MOVE ZERO TO WS-PERIODO-FECHADO.
036900     OPEN INPUT PRODFECH.
037000     IF ARQST-PRODFECH = "00"
037100        MOVE "N" TO WS-FIM-PRODFECH
037200        PERFORM 1200-LER-PROX-FECH THRU 1200-EXIT
037300                UNTIL FIM-PRODFECH
037400        CLOSE PRODFECH.
037500 1100-EXIT.
037600     EXIT.
037700
037800 1200-LER-PROX-FECH.
037900     READ PRODFECH NEXT RECORD
038000          AT END MOVE "S" TO WS-FIM-PRODFECH
038100          NOT AT END
038200              COMPUTE WS-PERIODO-FECHADO
038300                      = FECH-ANO * 100 + FECH-MES.
038400 1200-EXIT.
038500     EXIT.
038600
038700******************************************************************
038800* AS SAIDAS DAS REQUISICOES LEVAM O MOTIVO INFORMADO, QUE PRECISA
038900* EXISTIR NA TABELA MOTIVOS.DAT E VALER PARA SAIDA (TIPO S OU A).
039000* MOTIVO INVALIDO CANCELA A EXECUCAO (MOTIVO FICA ZERO).
039050* OS CODIGOS 901 A 904 SAO RESERVADOS AOS KITS (PRODMONT).
039100******************************************************************
039200 1300-PEDIR-MOTIVO.
039300     DISPLAY "PRODATEN: CODIGO DO MOTIVO DE SAIDA DAS "
039400             "REQUISICOES (TIPO S OU A)".
039500     ACCEPT WS-MOTIVO-SAIDA.
039600     OPEN INPUT MOTIVOS.
039700     IF ARQST-MOTIVOS NOT = "00"
039800        DISPLAY "PRODATEN: TABELA DE MOTIVOS AUSENTE - EXECUTE "
039900                "PRODMOT"
040000        MOVE ZERO TO WS-MOTIVO-SAIDA
040100        GO TO 1300-EXIT.
040200     MOVE WS-MOTIVO-SAIDA TO MOT-CODIGO.
040300     READ MOTIVOS
040400          INVALID KEY
040500             MOVE ZERO TO WS-MOTIVO-SAIDA
040600     END-READ.
040700     IF WS-MOTIVO-SAIDA NOT = ZERO
040800        AND NOT MOT-P-SAIDA AND NOT MOT-P-AMBOS
040900        MOVE ZERO TO WS-MOTIVO-SAIDA.
040950     IF MOT-RESERVADO-KIT
040960        MOVE ZERO TO WS-MOTIVO-SAIDA.
041000     IF WS-MOTIVO-SAIDA = ZERO
041100        DISPLAY "PRODATEN: MOTIVO INVALIDO OU NAO VALE PARA "
041200                "SAIDA - NADA ATENDIDO".
041300     CLOSE MOTIVOS.
041400 1300-EXIT.
041500     EXIT.
041600
041700 2000-LER-REQUISICAO.
041800     READ REQUISIC NEXT RECORD
041900          AT END MOVE "S" TO WS-FIM-REQUISIC.
042000 2000-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400* SO ITENS APROVADOS (OU EM FALTA DE EXECUCAO ANTERIOR) SAO
042500* ATENDIDOS. A SAIDA E O MENOR ENTRE O QUE FALTA ENTREGAR, O
042600* SALDO DO PRODUTO NO LOCAL DE ENTREGA E O SALDO DO CADASTRO.
042700******************************************************************
042800 3000-PROCESSAR-ITEM.
042900     IF NOT REQ-A-ATENDER
043000        GO TO 3000-FIM.
043100     ADD 1 TO WS-QTDE-LIDOS.
043200     COMPUTE WS-QTDE-PENDENTE
043300             = REQ-QTD-APROVADA - REQ-QTD-ATENDIDA.
043400     MOVE ZERO   TO WS-QTDE-SAIDA.
043500     MOVE ZERO   TO MOV-NUMERO.
043600     MOVE SPACES TO DET-SITUACAO.
043700     MOVE REQ-CODIGO TO CODIGO.
043800     READ PRODUTOS
043900          INVALID KEY
044000             MOVE "*** CODIGO SEM CADASTRO ***" TO NOME
044100             MOVE "PRODUTO NAO CADASTRADO" TO DET-SITUACAO
044200             ADD 1 TO WS-QTDE-ERROS
044300     END-READ.
044310     IF DET-SITUACAO = SPACES
044320        AND PROD-BLOQUEADO
044330        MOVE "PRODUTO BLOQUEADO - PENDENTE" TO DET-SITUACAO.
044400     IF DET-SITUACAO = SPACES
044500        PERFORM 3100-CALCULAR-SAIDA THRU 3100-EXIT.
044600     IF WS-QTDE-SAIDA > ZERO
044700        PERFORM 3200-APLICAR-SAIDA THRU 3200-EXIT.
044800     PERFORM 3800-IMPRIMIR-ITEM THRU 3800-EXIT.
044900 3000-FIM.
045000     PERFORM 2000-LER-REQUISICAO THRU 2000-EXIT.
045100 3000-EXIT.
045200     EXIT.
045300
045400 3100-CALCULAR-SAIDA.
045500     MOVE REQ-CODIGO TO SLOC-CODIGO.
045600     MOVE REQ-LOCAL  TO SLOC-LOCAL.
045700     READ SALDOLOC
045800          INVALID KEY
045900             MOVE ZERO TO SLOC-QTDADE
046000     END-READ.
046100     MOVE SLOC-QTDADE TO WS-QTDE-LOCAL.
046200     IF WS-QTDE-LOCAL > QTDADE
046300        MOVE QTDADE TO WS-QTDE-LOCAL.
046400     IF WS-QTDE-PENDENTE > WS-QTDE-LOCAL
046500        MOVE WS-QTDE-LOCAL    TO WS-QTDE-SAIDA
046600     ELSE
046700        MOVE WS-QTDE-PENDENTE TO WS-QTDE-SAIDA.
046800     IF WS-QTDE-SAIDA = ZERO
046900        MOVE "SEM SALDO NO LOCAL - EM FALTA" TO DET-SITUACAO
047000        ADD 1 TO WS-QTDE-SEM-SALDO
047100        IF REQ-APROVADA
047200           PERFORM 3600-REGRAVAR-REQUISICAO THRU 3600-EXIT.
047300 3100-EXIT.
047400     EXIT.
047500
047600******************************************************************
047700* BAIXA A QUANTIDADE NO CADASTRO (CUSTO MEDIO NAO MUDA NA
047800* SAIDA), GRAVA O MOVIMENTO, TIRA DO SALDO DO LOCAL E DOS LOTES
047900* E ATUALIZA O ITEM DA REQUISICAO.
048000******************************************************************
048100 3200-APLICAR-SAIDA.
048200     SUBTRACT WS-QTDE-SAIDA FROM QTDADE.
048300     COMPUTE TOTAL = QTDADE * UNITARIO.
048400     REWRITE REG-PROD.
048500     IF ARQST-PRODUTOS NOT = "00"
048600        MOVE "ERRO DE REGRAVACAO NO CADASTRO" TO DET-SITUACAO
048700        MOVE ZERO TO WS-QTDE-SAIDA
048800        ADD 1 TO WS-QTDE-ERROS
048900        MOVE "S" TO WS-HOUVE-ERRO
049000        GO TO 3200-EXIT.
049100     PERFORM 3300-GRAVAR-MOVIMENTO   THRU 3300-EXIT.
049200     PERFORM 3400-TIRAR-SALDO-LOCAL  THRU 3400-EXIT.
049300     MOVE WS-QTDE-SAIDA TO WS-QTDE-RESTA.
049400     MOVE "N"           TO WS-SEM-LOTE.
049500     PERFORM 3500-CONSUMIR-LOTE      THRU 3500-EXIT
049600             UNTIL WS-QTDE-RESTA = ZERO OR SEM-LOTE.
049700     ADD WS-QTDE-SAIDA TO REQ-QTD-ATENDIDA.
049800     ADD WS-QTDE-SAIDA TO WS-QTDE-SAIDA-TOT.
049900     IF REQ-QTD-ATENDIDA NOT < REQ-QTD-APROVADA
050000        MOVE "ATENDIDA" TO DET-SITUACAO
050100        ADD 1 TO WS-QTDE-ATENDIDOS
050200     ELSE
050300        MOVE "ATENDIDA EM PARTE - EM FALTA" TO DET-SITUACAO
050400        ADD 1 TO WS-QTDE-PARCIAIS.
050500     PERFORM 3600-REGRAVAR-REQUISICAO THRU 3600-EXIT.
050600 3200-EXIT.
050700     EXIT.
050800
050900 3300-GRAVAR-MOVIMENTO.
051000     MOVE REQ-CODIGO     TO MOV-CODIGO.
051100     MOVE "S"            TO MOV-TIPO.
051200     MOVE WS-QTDE-SAIDA  TO MOV-QUANTIDADE.
051300     MOVE WS-ANO-SIS     TO MOV-ANO.
051400     MOVE WS-MES-SIS     TO MOV-MES.
051500     MOVE WS-DIA-SIS     TO MOV-DIA.
051600     MOVE REQ-NUMERO     TO WS-NUMERO-X.
051700     MOVE REQ-ITEM       TO WS-ITEM-X.
051800     MOVE SPACES         TO WS-MOTIVO-REQ.
051900     STRING "REQ "           DELIMITED BY SIZE
052000            WS-NUMERO-X      DELIMITED BY SIZE
052100            "/"              DELIMITED BY SIZE
052200            WS-ITEM-X        DELIMITED BY SIZE
052300            " "              DELIMITED BY SIZE
052400            REQ-DEPTO        DELIMITED BY SPACE
052500            INTO WS-MOTIVO-REQ.
052600     MOVE WS-MOTIVO-SAIDA TO MOV-MOTIVO-COD.
052700     MOVE REQ-LOCAL      TO MOV-LOCAL.
052800     MOVE ZEROS          TO MOV-LOCAL-DEST.
052900     MOVE WS-MOTIVO-REQ  TO MOV-MOTIVO.
053000     MOVE UNITARIO       TO MOV-UNITARIO.
053100     MOVE "PRODATEN"     TO MOV-OPERADOR.
053200     PERFORM 9200-OBTER-NUMERO THRU 9200-EXIT.
053300     MOVE SPACE          TO MOV-ESTORNO.
053400     MOVE ZEROS          TO MOV-NUM-ORIGEM.
053500     MOVE ZEROS          TO MOV-PEDIDO.
053600     WRITE REG-MOV.
053700     IF ARQST-PRODMOV NOT = "00"
053800        DISPLAY "PRODATEN: ERRO NO MOVIMENTO DA REQUISICAO "
053900                REQ-NUMERO "/" REQ-ITEM " - " ARQST-PRODMOV
054000        MOVE "S" TO WS-HOUVE-ERRO.
054100 3300-EXIT.
054200     EXIT.
054300
054400******************************************************************
054500* TIRA A SAIDA DO SALDO DO PRODUTO NO LOCAL DE ENTREGA.
054600******************************************************************
054700 3400-TIRAR-SALDO-LOCAL.
054800     MOVE REQ-CODIGO TO SLOC-CODIGO.
054900     MOVE REQ-LOCAL  TO SLOC-LOCAL.
055000     READ SALDOLOC
055100          INVALID KEY
055200             DISPLAY "PRODATEN: SALDO DO LOCAL NAO ENCONTRADO NA "
055300                     "REQUISICAO " REQ-NUMERO "/" REQ-ITEM
055400             MOVE "S" TO WS-HOUVE-ERRO
055500          NOT INVALID KEY
055600             SUBTRACT WS-QTDE-SAIDA FROM SLOC-QTDADE
055700             REWRITE REG-SLOC
055800             IF ARQST-SALDOLOC NOT = "00"
055900                DISPLAY "PRODATEN: ERRO NO SALDO POR LOCAL DA "
056000                        "REQUISICAO " REQ-NUMERO "/" REQ-ITEM
056100                MOVE "S" TO WS-HOUVE-ERRO
056200             END-IF
056300     END-READ.
056400 3400-EXIT.
056500     EXIT.
056600
056700******************************************************************
056800* CONSOME O LOTE COM SALDO QUE VENCE PRIMEIRO (FEFO) NO LOCAL E
056900* REGISTRA EM LOTEMOV.DAT COM O NUMERO DO MOVIMENTO. SEM LOTE
057000* COM SALDO, O RESTO SAI DO ESTOQUE SEM LOTE.
057100******************************************************************
057200 3500-CONSUMIR-LOTE.
057300     PERFORM 3510-ACHAR-LOTE-FEFO THRU 3510-EXIT.
057400     IF NOT ACHOU-LOTE
057500        MOVE "S" TO WS-SEM-LOTE
057600        GO TO 3500-EXIT.
057700     MOVE REQ-CODIGO   TO LOTE-CODIGO.
057800     MOVE REQ-LOCAL    TO LOTE-LOCAL.
057900     MOVE WS-LOTE-FEFO TO LOTE-NUMERO.
058000     READ LOTES
058100          INVALID KEY
058200             MOVE "S" TO WS-SEM-LOTE
058300             GO TO 3500-EXIT
058400     END-READ.
058500     IF LOTE-QTDADE < WS-QTDE-RESTA
058600        MOVE LOTE-QTDADE   TO WS-QTDE-LOTE
058700     ELSE
058800        MOVE WS-QTDE-RESTA TO WS-QTDE-LOTE.
058900     SUBTRACT WS-QTDE-LOTE FROM LOTE-QTDADE.
059000     SUBTRACT WS-QTDE-LOTE FROM WS-QTDE-RESTA.
059100     REWRITE REG-LOTE.
059200     IF ARQST-LOTES NOT = "00"
059300        DISPLAY "PRODATEN: ERRO NO LOTE DA REQUISICAO "
059400                REQ-NUMERO "/" REQ-ITEM " - " ARQST-LOTES
059500        MOVE "S" TO WS-HOUVE-ERRO.
059600     MOVE MOV-NUMERO       TO LMOV-NUMERO.
059700     MOVE LOTE-CODIGO      TO LMOV-CODIGO.
059800     MOVE LOTE-LOCAL       TO LMOV-LOCAL.
059900     MOVE LOTE-NUMERO      TO LMOV-LOTE.
060000     MOVE "S"              TO LMOV-TIPO.
060100     MOVE WS-QTDE-LOTE     TO LMOV-QTDE.
060200     MOVE LOTE-VALIDADE    TO LMOV-VALIDADE.
060300     MOVE LOTE-RECEBIMENTO TO LMOV-RECEBIMENTO.
060400     WRITE REG-LMOV.
060500     IF ARQST-LOTEMOV NOT = "00"
060600        DISPLAY "PRODATEN: ERRO NO LOTEMOV DA REQUISICAO "
060700                REQ-NUMERO "/" REQ-ITEM " - " ARQST-LOTEMOV
060800        MOVE "S" TO WS-HOUVE-ERRO.
060900 3500-EXIT.
061000     EXIT.
061100
061200 3510-ACHAR-LOTE-FEFO.
061300     MOVE "N"         TO WS-ACHOU-LOTE.
061400     MOVE "N"         TO WS-FIM-LOTE.
061500     MOVE HIGH-VALUES TO WS-MENOR-VALIDADE.
061600     MOVE REQ-CODIGO  TO LOTE-CODIGO.
061700     MOVE REQ-LOCAL   TO LOTE-LOCAL.
061800     MOVE LOW-VALUES  TO LOTE-NUMERO.
061900     START LOTES KEY IS NOT LESS THAN LOTE-CHAVE
062000           INVALID KEY MOVE "S" TO WS-FIM-LOTE
062100     END-START.
062200     PERFORM 3520-LER-LOTE-FEFO THRU 3520-EXIT
062300             UNTIL FIM-LOTE.
062400 3510-EXIT.
062500     EXIT.
062600
062700 3520-LER-LOTE-FEFO.
062800     READ LOTES NEXT RECORD
062900          AT END MOVE "S" TO WS-FIM-LOTE
063000     END-READ.
063100     IF FIM-LOTE
063200        GO TO 3520-EXIT.
063300     IF LOTE-CODIGO NOT = REQ-CODIGO
063400        OR LOTE-LOCAL NOT = REQ-LOCAL
063500        MOVE "S" TO WS-FIM-LOTE
063600        GO TO 3520-EXIT.
063700     IF LOTE-QTDADE > ZERO
063800        AND LOTE-VALIDADE < WS-MENOR-VALIDADE
063900        MOVE "S"           TO WS-ACHOU-LOTE
064000        MOVE LOTE-VALIDADE TO WS-MENOR-VALIDADE
064100        MOVE LOTE-NUMERO   TO WS-LOTE-FEFO.
064200 3520-EXIT.
064300     EXIT.
064400
064500******************************************************************
064600* ITEM COMPLETO FICA ATENDIDO ("F"); O QUE AINDA FALTA FICA EM
064700* FALTA ("B") E VOLTA NA PROXIMA EXECUCAO.
064800******************************************************************
064900 3600-REGRAVAR-REQUISICAO.
065000     IF REQ-QTD-ATENDIDA NOT < REQ-QTD-APROVADA
065100        MOVE "F" TO REQ-SITUACAO
065200     ELSE
065300        MOVE "B" TO REQ-SITUACAO.
065400     IF WS-QTDE-SAIDA > ZERO
065500        MOVE WS-HOJE TO REQ-DATA-ATEND.
065600     REWRITE REG-REQ.
065700     IF ARQST-REQUISIC NOT = "00"
065800        DISPLAY "PRODATEN: ERRO NA REGRAVACAO DA REQUISICAO "
065900                REQ-NUMERO "/" REQ-ITEM " - " ARQST-REQUISIC
066000        MOVE "S" TO WS-HOUVE-ERRO.
066100 3600-EXIT.
066200     EXIT.
066300
066400 3800-IMPRIMIR-ITEM.
066500     MOVE REQ-NUMERO       TO DET-NUMERO.
066600     MOVE REQ-ITEM         TO DET-ITEM.
066700     MOVE REQ-DEPTO        TO DET-DEPTO.
066800     MOVE REQ-LOCAL        TO DET-LOCAL.
066900     MOVE REQ-CODIGO       TO DET-CODIGO.
067000     MOVE NOME             TO DET-NOME.
067100     MOVE REQ-QTD-APROVADA TO DET-APROVADA.
067200     MOVE WS-QTDE-SAIDA    TO DET-SAIDA.
067300     MOVE REQ-QTD-ATENDIDA TO DET-ATENDIDA.
067400     COMPUTE WS-QTDE-PENDENTE
067500             = REQ-QTD-APROVADA - REQ-QTD-ATENDIDA.
067600     MOVE WS-QTDE-PENDENTE TO DET-FALTA.
067700     ADD WS-QTDE-PENDENTE  TO WS-QTDE-FALTA-TOT.
067800     IF WS-QTDE-SAIDA > ZERO
067900        MOVE MOV-NUMERO    TO DET-MOVIMENTO
068000     ELSE
068100        MOVE ZERO          TO DET-MOVIMENTO.
068200     WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
068300 3800-EXIT.
068400     EXIT.
068500
068600******************************************************************
068700* IMPRIME OS TOTAIS NO RELATORIO E UM RESUMO NO CONSOLE.
068800******************************************************************
068900 4000-IMPRIMIR-RODAPE.
069000     MOVE WS-QTDE-LIDOS     TO ROD-LIDOS.
069100     MOVE WS-QTDE-ATENDIDOS TO ROD-ATENDIDOS.
069200     MOVE WS-QTDE-PARCIAIS  TO ROD-PARCIAIS.
069300     MOVE WS-QTDE-SEM-SALDO TO ROD-SEM-SALDO.
069400     MOVE WS-QTDE-SAIDA-TOT TO ROD-SAIDA.
069500     MOVE WS-QTDE-FALTA-TOT TO ROD-FALTA.
069600     WRITE LINHA-RELATORIO FROM SPACES.
069700     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-1.
069800     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-2.
069900     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-3.
070000     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-4.
070100     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-5.
070200     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-6.
070300     DISPLAY "PRODATEN: ITENS ATENDIDOS......: "
070400             WS-QTDE-ATENDIDOS.
070500     DISPLAY "PRODATEN: ITENS EM PARTE.......: "
070600             WS-QTDE-PARCIAIS.
070700     DISPLAY "PRODATEN: ITENS SEM SALDO......: "
070800             WS-QTDE-SEM-SALDO.
070900     IF WS-QTDE-ERROS > ZERO OR HOUVE-ERRO
071000        DISPLAY "PRODATEN: HOUVE ERROS - VER PRODATEN.LST E "
071100                "AS MENSAGENS ACIMA".
071200 4000-EXIT.
071300     EXIT.
071400
071500******************************************************************
071600* FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA.
071700******************************************************************
071800 9000-ENCERRAR.
071900     CLOSE REQUISIC.
072000     CLOSE PRODUTOS.
072100     CLOSE PRODMOV.
072200     CLOSE SALDOLOC.
072300     CLOSE LOTES.
072400     CLOSE LOTEMOV.
072500     CLOSE RELATEN.
072600 9000-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000* NUMERO DO MOVIMENTO: CONTADOR UNICO EM NUMMOV.DAT, O MESMO DA
073100* TELA DE MOVIMENTO, CRIADO NA PRIMEIRA VEZ. ABERTO E FECHADO A
073200* CADA USO PORQUE A TELA PODE ESTAR GRAVANDO AO MESMO TEMPO.
073300******************************************************************
073400 9200-OBTER-NUMERO.
073500     OPEN I-O NUMMOV.
073600     IF ARQST-NUMMOV NOT = "00"
073700        OPEN OUTPUT NUMMOV
073800        CLOSE NUMMOV
073900        OPEN I-O NUMMOV.
074000     READ NUMMOV
074100          AT END
074200             CLOSE NUMMOV
074300             OPEN OUTPUT NUMMOV
074400             MOVE 1 TO NUMM-ULTIMO
074500             MOVE 1 TO MOV-NUMERO
074600             WRITE REG-NUMMOV
074700             CLOSE NUMMOV
074800             GO TO 9200-EXIT
074900     END-READ.
075000     ADD 1 TO NUMM-ULTIMO.
075100     MOVE NUMM-ULTIMO TO MOV-NUMERO.
075200     REWRITE REG-NUMMOV.
075300     IF ARQST-NUMMOV NOT = "00"
075400        DISPLAY "PRODATEN: ERRO NO NUMERO DO MOVIMENTO DA "
075500                "REQUISICAO " REQ-NUMERO "/" REQ-ITEM
075600        MOVE "S" TO WS-HOUVE-ERRO.
075700     CLOSE NUMMOV.
075800 9200-EXIT.
075900     EXIT.
