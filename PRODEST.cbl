000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRODEST.
000300 AUTHOR.        CPD - CONTROLE DE ESTOQUE.
000400 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* HISTORICO DE ALTERACOES
000900******************************************************************
001000* DATA        AUTOR   DESCRICAO
001010* 15/10/2026   CPD     ENTRADA COM LOTE (LOTEMOV.DAT) SO E
001020*                      ESTORNADA SE O LOTE AINDA TIVER A
001030*                      QUANTIDADE; O ESTORNO TIRA DO LOTE E
001040*                      REGISTRA A SAIDA EM LOTEMOV.DAT COM O
001050*                      NUMERO DO ESPELHO.
001060* 15/10/2026   CPD     PRODUTO BLOQUEADO NAO TEM A CARGA
001070*                      ESTORNADA.
001074* 15/10/2026   CPD     ESTORNO DE ENTRADA COM PEDIDO GRAVA UM
001078*                      REGISTRO E NO HISTORICO DE RECEBIMENTOS
001082*                      (RECEBHST.DAT) COM O NUMERO DO MOVIMENTO
001086*                      ESTORNADO, PARA O DESEMPENHO DE
001090*                      FORNECEDORES (PRODDESF) DESCONTAR O
001094*                      RECEBIMENTO DESFEITO.
001100* 15/10/2026   CPD     PROGRAMA ORIGINAL - ESTORNO EM LOTE DE
001200*                      CARGAS DO PRODREC. LE O ARQUIVO DELIMITADO
001300*                      PRODEST.CSV, UMA LINHA POR ESTORNO: "M,"
001400*                      SEGUIDO DO NUMERO DE UM MOVIMENTO DE
001500*                      ENTRADA DO PRODREC, OU "D," SEGUIDO DO
001600*                      NUMERO DO DOCUMENTO DO FORNECEDOR, QUE
001700*                      ESTORNA TODAS AS ENTRADAS AINDA NAO
001800*                      ESTORNADAS DAQUELA NOTA. CADA ENTRADA
001900*                      GANHA EM PRODMOV.DAT UM ESPELHO DE SAIDA AO
002000*                      MESMO CUSTO, MARCADO "E" E APONTANDO PARA O
002100*                      ORIGINAL, QUE FICA MARCADO "R"; QUANTIDADE,
002200*                      CUSTO MEDIO, SALDO DO LOCAL E RECEBIDO DO
002300*                      PEDIDO VOLTAM AO QUE ERAM ANTES DA CARGA
002400*                      (PEDIDO FECHADO PELA CARGA E REABERTO).
002500*                      A LINHA E TODA OU NADA: QUALQUER ENTRADA
002600*                      DA NOTA QUE NAO POSSA SER ESTORNADA MANDA A
002700*                      LINHA PARA PRODEST.ERR COM O MOTIVO.
002800*                      CHECKPOINT EM PRODECKP.DAT COMO O PRODREC;
002900*                      RECUSA A CARGA INTEIRA SE O MES CORRENTE
003000*                      JA ESTIVER FECHADO POR PRODFECH.
003100******************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PRODUTOS ASSIGN TO DISK
003900            ORGANIZATION INDEXED
004000            ACCESS MODE DYNAMIC
004100            RECORD KEY IS CODIGO
004200            FILE STATUS IS ARQST-PRODUTOS.
004300
004400     SELECT ESTORNA ASSIGN TO DISK
004500            ORGANIZATION LINE SEQUENTIAL
004600            ACCESS MODE SEQUENTIAL
004700            FILE STATUS IS ARQST-ESTORNA.
004800
004900     SELECT PRODMOV ASSIGN TO DISK
005000            ORGANIZATION SEQUENTIAL
005100            ACCESS MODE SEQUENTIAL
005200            FILE STATUS IS ARQST-PRODMOV.
005300
005400     SELECT PRODFECH ASSIGN TO DISK
005500            ORGANIZATION SEQUENTIAL
005600            ACCESS MODE SEQUENTIAL
005700            FILE STATUS IS ARQST-PRODFECH.
005800
005900     SELECT CHECKPOINT ASSIGN TO DISK
006000            ORGANIZATION SEQUENTIAL
006100            ACCESS MODE SEQUENTIAL
006200            FILE STATUS IS ARQST-CKPT.
006300
006400     SELECT RELERR ASSIGN TO PRINTER
006500            ORGANIZATION LINE SEQUENTIAL
006600            FILE STATUS IS ARQST-RELERR.
006700
006800     SELECT PEDIDOS ASSIGN TO DISK
006900            ORGANIZATION INDEXED
007000            ACCESS MODE DYNAMIC
007100            RECORD KEY IS PED-NUMERO
007200            FILE STATUS IS ARQST-PEDIDOS.
007300
007400     SELECT SALDOLOC ASSIGN TO DISK
007500            ORGANIZATION INDEXED
007600            ACCESS MODE DYNAMIC
007700            RECORD KEY IS SLOC-CHAVE
007800            FILE STATUS IS ARQST-SALDOLOC.
007900
008000     SELECT NUMMOV ASSIGN TO DISK
008100            ORGANIZATION SEQUENTIAL
008200            ACCESS MODE SEQUENTIAL
008300            FILE STATUS IS ARQST-NUMMOV.
008400
008408     SELECT LOTES ASSIGN TO DISK
008416            ORGANIZATION INDEXED
008424            ACCESS MODE DYNAMIC
008432            RECORD KEY IS LOTE-CHAVE
008440            FILE STATUS IS ARQST-LOTES.
008448
008456     SELECT LOTEMOV ASSIGN TO DISK
008464            ORGANIZATION SEQUENTIAL
008472            ACCESS MODE SEQUENTIAL
008480            FILE STATUS IS ARQST-LOTEMOV.
008488
008490     SELECT RECEBHST ASSIGN TO DISK
008492            ORGANIZATION SEQUENTIAL
008494            ACCESS MODE SEQUENTIAL
008496            FILE STATUS IS ARQST-RECEBHST.
008498
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  PRODUTOS LABEL RECORD STANDARD
008800     VALUE OF FILE-ID IS "PRODUTOS.DAT".
008900     COPY PRODUTOS.
009000
009100 FD  ESTORNA LABEL RECORD STANDARD
009200     DATA RECORD IS LINHA-ESTORNA
009300     VALUE OF FILE-ID IS "PRODEST.CSV".
009400 01  LINHA-ESTORNA               PIC X(80).
009500
009600 FD  PRODMOV LABEL RECORD STANDARD
009700     VALUE OF FILE-ID IS "PRODMOV.DAT".
009800     COPY PRODMOV.
009900
010000 FD  PRODFECH LABEL RECORD STANDARD
010100     VALUE OF FILE-ID IS "PRODFECH.DAT".
010200     COPY FECHAMEN.
010300
010400 FD  CHECKPOINT LABEL RECORD STANDARD
010500     DATA RECORD IS REG-CKPT
010600     VALUE OF FILE-ID IS "PRODECKP.DAT".
010700 01  REG-CKPT.
010800     02  CKPT-LINHA              PIC 9(06).
010900
011000 FD  RELERR LABEL RECORD STANDARD
011100     VALUE OF FILE-ID IS "PRODEST.ERR".
011200 01  LINHA-ERRO                  PIC X(132).
011300
011400 FD  PEDIDOS LABEL RECORD STANDARD
011500     VALUE OF FILE-ID IS "PEDIDOS.DAT".
011600     COPY PEDIDOS.
011700
011800 FD  SALDOLOC LABEL RECORD STANDARD
011900     VALUE OF FILE-ID IS "SALDOLOC.DAT".
012000     COPY SALDOLOC.
012100
012200 FD  NUMMOV LABEL RECORD STANDARD
012300     VALUE OF FILE-ID IS "NUMMOV.DAT".
012400     COPY NUMMOV.
012410
012420 FD  LOTES LABEL RECORD STANDARD
012430     VALUE OF FILE-ID IS "LOTES.DAT".
012440     COPY LOTES.
012450
012460 FD  LOTEMOV LABEL RECORD STANDARD
012470     VALUE OF FILE-ID IS "LOTEMOV.DAT".
012480     COPY LOTEMOV.
012484
012488 FD  RECEBHST LABEL RECORD STANDARD
012492     VALUE OF FILE-ID IS "RECEBHST.DAT".
012496     COPY RECEBHST.
012500
012600 WORKING-STORAGE SECTION.
012700 01  ARQST-PRODUTOS              PIC X(02).
012800 01  ARQST-ESTORNA               PIC X(02).
012900 01  ARQST-PRODMOV               PIC X(02).
013000 01  ARQST-PRODFECH              PIC X(02).
013100 01  ARQST-CKPT                  PIC X(02).
013200 01  ARQST-RELERR                PIC X(02).
013300 01  ARQST-PEDIDOS               PIC X(02).
013400 01  ARQST-SALDOLOC              PIC X(02).
013500 01  ARQST-NUMMOV                PIC X(02).
013510 01  ARQST-LOTES                 PIC X(02).
013520 01  ARQST-LOTEMOV               PIC X(02).
013530 01  ARQST-RECEBHST              PIC X(02).
013600
013700 01  WS-SWITCHES.
013800     02  WS-FIM-ESTORNA          PIC X(01) VALUE "N".
013900         88  FIM-ESTORNA                   VALUE "S".
014000     02  WS-FIM-CKPT             PIC X(01) VALUE "N".
014100         88  FIM-CKPT                      VALUE "S".
014200     02  WS-FIM-PRODFECH         PIC X(01) VALUE "N".
014300         88  FIM-PRODFECH                  VALUE "S".
014400     02  WS-FIM-PRODMOV          PIC X(01) VALUE "N".
014500         88  FIM-PRODMOV                   VALUE "S".
014600     02  WS-HOUVE-ERRO           PIC X(01) VALUE "N".
014700         88  HOUVE-ERRO                    VALUE "S".
014800     02  WS-LINHA-VALIDA         PIC X(01) VALUE "N".
014900         88  LINHA-VALIDA                  VALUE "S".
015000     02  WS-TIPO-LINHA           PIC X(01) VALUE SPACE.
015100         88  LINHA-MOVIMENTO               VALUE "M".
015200         88  LINHA-DOCUMENTO               VALUE "D".
015300     02  WS-ACHOU-ITEM           PIC X(01) VALUE "N".
015400         88  ACHOU-ITEM                    VALUE "S".
015410     02  WS-FIM-LOTEMOV          PIC X(01) VALUE "N".
015420         88  FIM-LOTEMOV                   VALUE "S".
015500
015600 01  WS-CONTADORES.
015700     02  WS-LINHA-ATUAL          PIC 9(06) COMP VALUE ZERO.
015800     02  WS-QTDE-APLICADOS       PIC 9(05) COMP VALUE ZERO.
015900     02  WS-QTDE-REJEITADOS      PIC 9(05) COMP VALUE ZERO.
016000     02  WS-QTDE-IGNORADOS       PIC 9(05) COMP VALUE ZERO.
016100     02  WS-QTDE-ESTORNOS        PIC 9(05) COMP VALUE ZERO.
016200     02  WS-QTDE-JA-ESTORNADOS   PIC 9(05) COMP VALUE ZERO.
016300     02  WS-QTDE-TAB             PIC 9(05) COMP VALUE ZERO.
016400
016500 01  WS-SUB                      PIC 9(05) COMP VALUE ZERO.
016600 01  WS-SUB-MARCA                PIC 9(05) COMP VALUE ZERO.
016700 01  WS-MAX-TAB                  PIC 9(05) COMP VALUE 200.
016800 01  WS-ULTIMA-LINHA             PIC 9(06) VALUE ZERO.
016810
016820******************************************************************
016830* SOMA DAS ENTRADAS DA TABELA DO MESMO PRODUTO, PRODUTO E LOCAL,
016840* PRODUTO, LOCAL E LOTE E DO MESMO PEDIDO DA ENTRADA CONFERIDA.
016850******************************************************************
016860 01  WS-SOMAS-IGUAIS.
016870     02  WS-SOMA-PRODUTO         PIC 9(07) COMP VALUE ZERO.
016880     02  WS-SOMA-LOCAL           PIC 9(07) COMP VALUE ZERO.
016890     02  WS-SOMA-LOTE            PIC 9(07) COMP VALUE ZERO.
016895     02  WS-SOMA-PEDIDO          PIC 9(07) COMP VALUE ZERO.
016900
017000 01  WS-DATA-SISTEMA.
017100     02  WS-ANO-SIS              PIC 9(04).
017200     02  WS-MES-SIS              PIC 9(02).
017300     02  WS-DIA-SIS              PIC 9(02).
017400
017500 01  WS-PERIODO-HOJE             PIC 9(06) VALUE ZERO.
017600 01  WS-PERIODO-FECHADO          PIC 9(06) VALUE ZERO.
017700 01  WS-PERIODO-MOV              PIC 9(06) VALUE ZERO.
017800
017900******************************************************************
018000* CAMPOS DA LINHA DELIMITADA: TIPO (M OU D) E CHAVE (NUMERO DO
018100* MOVIMENTO, 8 DIGITOS, OU DOCUMENTO DO FORNECEDOR COMO FOI
018200* INFORMADO NA CARGA DO PRODREC).
018300******************************************************************
018400 01  WS-CAMPOS-LINHA.
018500     02  WS-TIPO-X               PIC X(01).
018600     02  WS-CHAVE-X              PIC X(16).
018700
018800 01  WS-NUMERO-EST               PIC 9(08) VALUE ZERO.
018900 01  WS-MOTIVO-DOC               PIC X(20) VALUE SPACES.
019000 01  WS-MOTIVO-ERRO              PIC X(40) VALUE SPACES.
019100 01  WS-VALOR-RESTANTE           PIC S9(09)V99 VALUE ZERO.
019200
019300******************************************************************
019400* ENTRADAS DA LINHA A ESTORNAR, GUARDADAS NA PRIMEIRA LEITURA DE
019500* PRODMOV.DAT E APLICADAS SO DEPOIS DE TODAS CONFERIDAS.
019600******************************************************************
019700 01  WS-TAB-ESTORNO.
019800     02  WS-EST-ITEM OCCURS 200 TIMES.
019900         03  WS-EST-NUMERO       PIC 9(08).
020000         03  WS-EST-CODIGO       PIC 9(04).
020100         03  WS-EST-QTDE         PIC 9(04).
020200         03  WS-EST-MOTIVO-COD   PIC 9(03).
020300         03  WS-EST-LOCAL        PIC 9(02).
020400         03  WS-EST-CUSTO        PIC 9(05)V99.
020500         03  WS-EST-PEDIDO       PIC 9(06).
020510         03  WS-EST-LOTE         PIC X(10).
020600
020700 01  LINHA-ERRO-DET.
020800     02  FILLER                  PIC X(01)  VALUE SPACE.
020900     02  ERR-LINHA               PIC ZZZ.ZZ9.
021000     02  FILLER                  PIC X(02)  VALUE SPACES.
021100     02  ERR-MOTIVO              PIC X(40).
021200     02  FILLER                  PIC X(02)  VALUE SPACES.
021300     02  ERR-CONTEUDO            PIC X(80).
021400
021500 PROCEDURE DIVISION.
021600
021700 0000-MAINLINE.
021800     PERFORM 1000-ABRIR-ARQUIVOS      THRU 1000-EXIT.
021900     PERFORM 2000-LER-ESTORNO         THRU 2000-EXIT.
022000     PERFORM 3000-PROCESSAR-LINHA     THRU 3000-EXIT
022100             UNTIL FIM-ESTORNA.
022200     PERFORM 4000-IMPRIMIR-RESUMO     THRU 4000-EXIT.
022300     PERFORM 9000-ENCERRAR            THRU 9000-EXIT.
022400     GOBACK.
022500
022600******************************************************************
022700* CONFERE O FECHAMENTO DO MES CORRENTE (OS ESPELHOS SAEM COM A
022800* DATA DE HOJE), LOCALIZA O PONTO DE REINICIO DA EXECUCAO
022900* ANTERIOR E ABRE OS ARQUIVOS. PRODMOV.DAT E ABERTO E FECHADO
023000* A CADA LINHA, NOS MODOS QUE CADA PASSO PEDE.
023100******************************************************************
023200 1000-ABRIR-ARQUIVOS.
023300     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
023400     COMPUTE WS-PERIODO-HOJE = WS-ANO-SIS * 100 + WS-MES-SIS.
023500     PERFORM 1100-LER-FECHAMENTO THRU 1100-EXIT.
023600     IF WS-PERIODO-HOJE NOT > WS-PERIODO-FECHADO
023700        DISPLAY "PRODEST: MES CORRENTE JA FECHADO - ESTORNO "
023800                "RECUSADO"
023900        GOBACK.
024000     OPEN INPUT PRODMOV.
024100     IF ARQST-PRODMOV NOT = "00"
024200        DISPLAY "PRODEST: PRODMOV.DAT AUSENTE - NADA A ESTORNAR"
024300        GOBACK.
024400     CLOSE PRODMOV.
024500     OPEN INPUT ESTORNA.
024600     IF ARQST-ESTORNA NOT = "00"
024700        DISPLAY "PRODEST: ERRO NA ABERTURA DE PRODEST.CSV - "
024800                ARQST-ESTORNA
024900        GOBACK.
025000     OPEN I-O PRODUTOS.
025100     IF ARQST-PRODUTOS NOT = "00"
025200        DISPLAY "PRODEST: ERRO NA ABERTURA DE PRODUTOS.DAT - "
025300                ARQST-PRODUTOS
025400        CLOSE ESTORNA
025500        GOBACK.
025600     OPEN I-O PEDIDOS.
025700     IF ARQST-PEDIDOS NOT = "00"
025800        OPEN OUTPUT PEDIDOS
025900        CLOSE PEDIDOS
026000        OPEN I-O PEDIDOS.
026100     OPEN I-O SALDOLOC.
026200     IF ARQST-SALDOLOC NOT = "00"
026300        OPEN OUTPUT SALDOLOC
026400        CLOSE SALDOLOC
026500        OPEN I-O SALDOLOC.
026510     OPEN I-O LOTES.
026520     IF ARQST-LOTES NOT = "00"
026530        OPEN OUTPUT LOTES
026540        CLOSE LOTES
026550        OPEN I-O LOTES.
026600     PERFORM 1300-LER-CHECKPOINT THRU 1300-EXIT.
026700     OPEN EXTEND CHECKPOINT.
026800     IF ARQST-CKPT NOT = "00"
026900        OPEN OUTPUT CHECKPOINT
027000        CLOSE CHECKPOINT
027100        OPEN EXTEND CHECKPOINT.
027200     IF WS-ULTIMA-LINHA > ZERO
027300        OPEN EXTEND RELERR
027400        IF ARQST-RELERR NOT = "00"
027500           OPEN OUTPUT RELERR
027600        END-IF
027700     ELSE
027800        OPEN OUTPUT RELERR.
027900     IF ARQST-RELERR NOT = "00"
028000        DISPLAY "PRODEST: ERRO NA ABERTURA DE PRODEST.ERR - "
028100                ARQST-RELERR
028200        PERFORM 9000-ENCERRAR THRU 9000-EXIT
028300        GOBACK.
028400 1000-EXIT.
028500     EXIT.
028600
028700******************************************************************
028800* LE O CONTROLE DE FECHAMENTOS (GRAVADO POR PRODFECH) ATE O FIM
028900* PARA OBTER O ULTIMO PERIODO FECHADO.
029000******************************************************************
029100 1100-LER-FECHAMENTO.
029200     MOVE ZERO TO WS-PERIODO-FECHADO.
029300     OPEN INPUT PRODFECH.
029400     IF ARQST-PRODFECH = "00"
029500        MOVE "N" TO WS-FIM-PRODFECH
029600        PERFORM 1200-LER-PROX-FECH THRU 1200-EXIT
029700                UNTIL FIM-PRODFECH
029800        CLOSE PRODFECH.
029900 1100-EXIT.
030000     EXIT.
030100
030200 1200-LER-PROX-FECH.
030300     READ PRODFECH NEXT RECORD
030400          AT END MOVE "S" TO WS-FIM-PRODFECH
030500          NOT AT END
030600              COMPUTE WS-PERIODO-FECHADO
030700                      = FECH-ANO * 100 + FECH-MES.
030800 1200-EXIT.
030900     EXIT.
031000
031100******************************************************************
031200* LE O CHECKPOINT ATE O FIM PARA OBTER O NUMERO DA ULTIMA LINHA
031300* PROCESSADA NA EXECUCAO ANTERIOR (ARQUIVO AUSENTE OU VAZIO =
031400* CARGA NOVA).
031500******************************************************************
031600 1300-LER-CHECKPOINT.
031700     MOVE ZERO TO WS-ULTIMA-LINHA.
031800     OPEN INPUT CHECKPOINT.
031900     IF ARQST-CKPT = "00"
032000        MOVE "N" TO WS-FIM-CKPT
032100        PERFORM 1400-LER-PROX-CKPT THRU 1400-EXIT
032200                UNTIL FIM-CKPT
032300        CLOSE CHECKPOINT.
032400 1300-EXIT.
032500     EXIT.
032600
032700 1400-LER-PROX-CKPT.
032800     READ CHECKPOINT NEXT RECORD
032900          AT END MOVE "S" TO WS-FIM-CKPT
033000          NOT AT END MOVE CKPT-LINHA TO WS-ULTIMA-LINHA.
033100 1400-EXIT.
033200     EXIT.
033300
033400 2000-LER-ESTORNO.
033500     READ ESTORNA NEXT RECORD
033600          AT END MOVE "S" TO WS-FIM-ESTORNA.
033700     IF NOT FIM-ESTORNA
033800        ADD 1 TO WS-LINHA-ATUAL.
033900 2000-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300* LINHAS JA PROCESSADAS EM EXECUCAO ANTERIOR SAO PULADAS PELO
034400* CHECKPOINT; AS DEMAIS SAO DESMONTADAS, CONFERIDAS CONTRA
034500* PRODMOV.DAT E O CADASTRO E ESTORNADAS OU REJEITADAS.
034600******************************************************************
034700 3000-PROCESSAR-LINHA.
034800     IF WS-LINHA-ATUAL NOT > WS-ULTIMA-LINHA
034900        ADD 1 TO WS-QTDE-IGNORADOS
035000     ELSE
035100        PERFORM 3100-DESMONTAR-LINHA THRU 3100-EXIT
035200        IF LINHA-VALIDA
035300           PERFORM 3300-APLICAR-ESTORNO THRU 3300-EXIT
035400        ELSE
035500           PERFORM 3200-REJEITAR-LINHA THRU 3200-EXIT
035600        END-IF
035700        PERFORM 3800-GRAVAR-CHECKPOINT THRU 3800-EXIT.
035800     PERFORM 2000-LER-ESTORNO THRU 2000-EXIT.
035900 3000-EXIT.
036000     EXIT.
036100
036200******************************************************************
036300* DESMONTA A LINHA, JUNTA AS ENTRADAS QUE ELA PEDE PARA ESTORNAR
036400* E CONFERE CADA UMA. O PRIMEIRO PROBLEMA ENCONTRADO VIRA O
036500* MOTIVO DA REJEICAO DA LINHA INTEIRA.
036600******************************************************************
036700 3100-DESMONTAR-LINHA.
036800     MOVE "N"    TO WS-LINHA-VALIDA.
036900     MOVE SPACES TO WS-MOTIVO-ERRO.
037000     MOVE SPACES TO WS-TIPO-X.
037100     MOVE SPACES TO WS-CHAVE-X.
037200     MOVE ZERO   TO WS-QTDE-TAB.
037300     MOVE ZERO   TO WS-QTDE-JA-ESTORNADOS.
037400     UNSTRING LINHA-ESTORNA DELIMITED BY ","
037500              INTO WS-TIPO-X
037600                   WS-CHAVE-X.
037700     MOVE WS-TIPO-X TO WS-TIPO-LINHA.
037800     IF NOT LINHA-MOVIMENTO AND NOT LINHA-DOCUMENTO
037900        MOVE "TIPO DE LINHA DEVE SER M OU D" TO WS-MOTIVO-ERRO
038000        GO TO 3100-EXIT.
038100     IF LINHA-MOVIMENTO
038200        IF WS-CHAVE-X (1:8) NOT NUMERIC
038300           OR WS-CHAVE-X (9:8) NOT = SPACES
038400           MOVE "NUMERO DE MOVIMENTO INVALIDO" TO WS-MOTIVO-ERRO
038500           GO TO 3100-EXIT
038600        ELSE
038700           MOVE WS-CHAVE-X (1:8) TO WS-NUMERO-EST.
038800     IF LINHA-MOVIMENTO AND WS-NUMERO-EST = ZERO
038900        MOVE "NUMERO DE MOVIMENTO INVALIDO" TO WS-MOTIVO-ERRO
039000        GO TO 3100-EXIT.
039100     IF LINHA-DOCUMENTO
039200        IF WS-CHAVE-X = SPACES
039300           MOVE "DOCUMENTO DO FORNECEDOR AUSENTE"
039400             TO WS-MOTIVO-ERRO
039500           GO TO 3100-EXIT
039600        ELSE
039700           MOVE SPACES TO WS-MOTIVO-DOC
039800           STRING "NF "       DELIMITED BY SIZE
039900                  WS-CHAVE-X  DELIMITED BY SIZE
040000                  INTO WS-MOTIVO-DOC.
040100     PERFORM 3110-JUNTAR-ENTRADAS THRU 3110-EXIT.
040200     IF WS-MOTIVO-ERRO NOT = SPACES
040300        GO TO 3100-EXIT.
040400     IF WS-QTDE-TAB = ZERO
040500        IF WS-QTDE-JA-ESTORNADOS > ZERO
040600           MOVE "DOCUMENTO JA ESTORNADO" TO WS-MOTIVO-ERRO
040700        ELSE
040800        IF LINHA-MOVIMENTO
040900           MOVE "MOVIMENTO NAO ENCONTRADO EM PRODMOV"
041000             TO WS-MOTIVO-ERRO
041100        ELSE
041200           MOVE "DOCUMENTO NAO ENCONTRADO EM PRODMOV"
041300             TO WS-MOTIVO-ERRO.
041400     IF WS-MOTIVO-ERRO NOT = SPACES
041500        GO TO 3100-EXIT.
041510     PERFORM 3130-JUNTAR-LOTES THRU 3130-EXIT.
041520     IF WS-MOTIVO-ERRO NOT = SPACES
041530        GO TO 3100-EXIT.
041600     PERFORM 3150-CONFERIR-SALDOS THRU 3150-EXIT
041700             VARYING WS-SUB FROM 1 BY 1
041800             UNTIL WS-SUB > WS-QTDE-TAB
041900                OR WS-MOTIVO-ERRO NOT = SPACES.
042000     IF WS-MOTIVO-ERRO NOT = SPACES
042100        GO TO 3100-EXIT.
042200     MOVE "S" TO WS-LINHA-VALIDA.
042300 3100-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700* PRIMEIRA LEITURA DE PRODMOV.DAT: SEPARA NA TABELA AS ENTRADAS
042800* DO PRODREC QUE A LINHA PEDE. SO O MES AINDA NAO FECHADO ESTA
042900* EM PRODMOV.DAT; O QUE O PRODFECH JA ARQUIVOU NAO SE ESTORNA.
043000******************************************************************
043100 3110-JUNTAR-ENTRADAS.
043200     OPEN INPUT PRODMOV.
043300     IF ARQST-PRODMOV NOT = "00"
043400        MOVE "ERRO NA ABERTURA DE PRODMOV.DAT" TO WS-MOTIVO-ERRO
043500        GO TO 3110-EXIT.
043600     MOVE "N" TO WS-FIM-PRODMOV.
043700     PERFORM 3120-LER-PROX-MOV THRU 3120-EXIT
043800             UNTIL FIM-PRODMOV
043900                OR WS-MOTIVO-ERRO NOT = SPACES.
044000     CLOSE PRODMOV.
044100 3110-EXIT.
044200     EXIT.
044300
044400 3120-LER-PROX-MOV.
044500     READ PRODMOV NEXT RECORD
044600          AT END
044700             MOVE "S" TO WS-FIM-PRODMOV
044800             GO TO 3120-EXIT
044900     END-READ.
045000     IF LINHA-MOVIMENTO
045100        IF MOV-NUMERO NOT = WS-NUMERO-EST
045200           GO TO 3120-EXIT
045300        ELSE
045400           IF NOT MOV-ENTRADA OR MOV-OPERADOR NOT = "PRODREC"
045500              MOVE "MOVIMENTO NAO E ENTRADA DO PRODREC"
045600                TO WS-MOTIVO-ERRO
045700              GO TO 3120-EXIT
045800           ELSE
045900              IF MOV-ESTORNADO
046000                 MOVE "MOVIMENTO JA ESTORNADO" TO WS-MOTIVO-ERRO
046100                 GO TO 3120-EXIT.
046200     IF LINHA-DOCUMENTO
046300        IF NOT MOV-ENTRADA
046400           OR MOV-OPERADOR NOT = "PRODREC"
046500           OR MOV-MOTIVO NOT = WS-MOTIVO-DOC
046600           GO TO 3120-EXIT
046700        ELSE
046800           IF MOV-ESTORNADO
046900              ADD 1 TO WS-QTDE-JA-ESTORNADOS
047000              GO TO 3120-EXIT.
047100     IF MOV-NUMERO = ZERO
047200        MOVE "ENTRADA SEM NUMERO DE MOVIMENTO" TO WS-MOTIVO-ERRO
047300        GO TO 3120-EXIT.
047400     COMPUTE WS-PERIODO-MOV = MOV-ANO * 100 + MOV-MES.
047500     IF WS-PERIODO-MOV NOT > WS-PERIODO-FECHADO
047600        MOVE "MOVIMENTO EM PERIODO FECHADO" TO WS-MOTIVO-ERRO
047700        GO TO 3120-EXIT.
047800     IF WS-QTDE-TAB NOT < WS-MAX-TAB
047900        MOVE "DOCUMENTO COM ENTRADAS DEMAIS" TO WS-MOTIVO-ERRO
048000        GO TO 3120-EXIT.
048100     ADD 1 TO WS-QTDE-TAB.
048200     MOVE MOV-NUMERO     TO WS-EST-NUMERO     (WS-QTDE-TAB).
048300     MOVE MOV-CODIGO     TO WS-EST-CODIGO     (WS-QTDE-TAB).
048400     MOVE MOV-QUANTIDADE TO WS-EST-QTDE       (WS-QTDE-TAB).
048500     MOVE MOV-MOTIVO-COD TO WS-EST-MOTIVO-COD (WS-QTDE-TAB).
048600     MOVE MOV-LOCAL      TO WS-EST-LOCAL      (WS-QTDE-TAB).
048700     MOVE MOV-UNITARIO   TO WS-EST-CUSTO      (WS-QTDE-TAB).
048800     MOVE MOV-PEDIDO     TO WS-EST-PEDIDO     (WS-QTDE-TAB).
048810     MOVE SPACES         TO WS-EST-LOTE       (WS-QTDE-TAB).
048900 3120-EXIT.
049000     EXIT.
049100
049102******************************************************************
049104* LE LOTEMOV.DAT PARA SABER EM QUE LOTE CADA ENTRADA DA TABELA
049106* FOI SOMADA. ENTRADA SEM REGISTRO DE LOTE (ANTERIOR AO CONTROLE
049108* DE LOTES) SAI SO DO SALDO SEM LOTE.
049110******************************************************************
049112 3130-JUNTAR-LOTES.
049114     OPEN INPUT LOTEMOV.
049116     IF ARQST-LOTEMOV NOT = "00"
049118        GO TO 3130-EXIT.
049120     MOVE "N" TO WS-FIM-LOTEMOV.
049122     PERFORM 3140-LER-PROX-LOTEMOV THRU 3140-EXIT
049124             UNTIL FIM-LOTEMOV.
049126     CLOSE LOTEMOV.
049128 3130-EXIT.
049130     EXIT.
049132
049134 3140-LER-PROX-LOTEMOV.
049136     READ LOTEMOV NEXT RECORD
049138          AT END
049140             MOVE "S" TO WS-FIM-LOTEMOV
049142             GO TO 3140-EXIT
049144     END-READ.
049146     IF NOT LMOV-ENTRADA
049148        GO TO 3140-EXIT.
049150     PERFORM 3145-PROCURAR-ENTRADA THRU 3145-EXIT
049152             VARYING WS-SUB-MARCA FROM 1 BY 1
049154             UNTIL WS-SUB-MARCA > WS-QTDE-TAB.
049156 3140-EXIT.
049158     EXIT.
049160
049162 3145-PROCURAR-ENTRADA.
049164     IF WS-EST-NUMERO (WS-SUB-MARCA) = LMOV-NUMERO
049166        MOVE LMOV-LOTE TO WS-EST-LOTE (WS-SUB-MARCA).
049168 3145-EXIT.
049170     EXIT.
049172
049200******************************************************************
049300* CADA ENTRADA SO PODE SAIR SE AINDA HOUVER O QUE TIRAR: ESTOQUE
049400* DO PRODUTO, SALDO NO LOCAL E RECEBIDO NO PEDIDO. SE ALGUMA
049500* FALHAR, NADA DA LINHA E ESTORNADO. UM DOCUMENTO PODE TRAZER
049510* MAIS DE UMA ENTRADA DO MESMO PRODUTO, LOCAL, LOTE OU PEDIDO:
049520* O QUE SE CONFERE E A SOMA DELAS.
049600******************************************************************
049700 3150-CONFERIR-SALDOS.
049800     MOVE WS-EST-CODIGO (WS-SUB) TO CODIGO.
049900     READ PRODUTOS
050000          INVALID KEY
050100             MOVE "CODIGO NAO CADASTRADO" TO WS-MOTIVO-ERRO
050200             GO TO 3150-EXIT
050300     END-READ.
050310     IF PROD-BLOQUEADO
050320        MOVE "PRODUTO BLOQUEADO" TO WS-MOTIVO-ERRO
050330        GO TO 3150-EXIT.
050340     MOVE ZERO TO WS-SOMA-PRODUTO WS-SOMA-LOCAL
050350                  WS-SOMA-LOTE    WS-SOMA-PEDIDO.
050360     PERFORM 3160-SOMAR-IGUAIS THRU 3160-EXIT
050370             VARYING WS-SUB-MARCA FROM 1 BY 1
050380             UNTIL WS-SUB-MARCA > WS-QTDE-TAB.
050400     IF WS-SOMA-PRODUTO > QTDADE
050500        MOVE "ESTOQUE ATUAL MENOR QUE A ENTRADA" TO WS-MOTIVO-ERRO
050600        GO TO 3150-EXIT.
050700     MOVE WS-EST-CODIGO (WS-SUB) TO SLOC-CODIGO.
050800     MOVE WS-EST-LOCAL (WS-SUB)  TO SLOC-LOCAL.
050900     READ SALDOLOC
051000          INVALID KEY
051100             MOVE "SALDO DO LOCAL NAO ENCONTRADO"
051200               TO WS-MOTIVO-ERRO
051300             GO TO 3150-EXIT
051400     END-READ.
051500     IF WS-SOMA-LOCAL > SLOC-QTDADE
051600        MOVE "SALDO DO LOCAL MENOR QUE A ENTRADA"
051700          TO WS-MOTIVO-ERRO
051800        GO TO 3150-EXIT.
051806     IF WS-EST-LOTE (WS-SUB) NOT = SPACES
051812        MOVE WS-EST-CODIGO (WS-SUB) TO LOTE-CODIGO
051818        MOVE WS-EST-LOCAL (WS-SUB)  TO LOTE-LOCAL
051824        MOVE WS-EST-LOTE (WS-SUB)   TO LOTE-NUMERO
051830        READ LOTES
051836             INVALID KEY
051842                MOVE "LOTE DA ENTRADA NAO ENCONTRADO"
051848                  TO WS-MOTIVO-ERRO
051854                GO TO 3150-EXIT
051860        END-READ
051866        IF WS-SOMA-LOTE > LOTE-QTDADE
051872           MOVE "LOTE JA CONSUMIDO - ESTORNO RECUSADO"
051878             TO WS-MOTIVO-ERRO
051884           GO TO 3150-EXIT.
051900     IF WS-EST-PEDIDO (WS-SUB) = ZERO
052000        GO TO 3150-EXIT.
052100     MOVE WS-EST-PEDIDO (WS-SUB) TO PED-NUMERO.
052200     READ PEDIDOS
052300          INVALID KEY
052400             MOVE "PEDIDO DA ENTRADA NAO ENCONTRADO"
052500               TO WS-MOTIVO-ERRO
052600             GO TO 3150-EXIT
052700     END-READ.
052800     IF WS-SOMA-PEDIDO > PED-QTD-RECEBIDA
052900        MOVE "RECEBIDO DO PEDIDO MENOR QUE A ENTRADA"
053000          TO WS-MOTIVO-ERRO.
053100 3150-EXIT.
053200     EXIT.
053204
053210 3160-SOMAR-IGUAIS.
053216     IF WS-EST-PEDIDO (WS-SUB) NOT = ZERO
053222        AND WS-EST-PEDIDO (WS-SUB-MARCA) = WS-EST-PEDIDO (WS-SUB)
053228        ADD WS-EST-QTDE (WS-SUB-MARCA) TO WS-SOMA-PEDIDO.
053234     IF WS-EST-CODIGO (WS-SUB-MARCA) NOT = WS-EST-CODIGO (WS-SUB)
053240        GO TO 3160-EXIT.
053246     ADD WS-EST-QTDE (WS-SUB-MARCA) TO WS-SOMA-PRODUTO.
053252     IF WS-EST-LOCAL (WS-SUB-MARCA) NOT = WS-EST-LOCAL (WS-SUB)
053258        GO TO 3160-EXIT.
053264     ADD WS-EST-QTDE (WS-SUB-MARCA) TO WS-SOMA-LOCAL.
053270     IF WS-EST-LOTE (WS-SUB-MARCA) = WS-EST-LOTE (WS-SUB)
053276        ADD WS-EST-QTDE (WS-SUB-MARCA) TO WS-SOMA-LOTE.
053282 3160-EXIT.
053288     EXIT.
053300
053400 3200-REJEITAR-LINHA.
053500     ADD 1 TO WS-QTDE-REJEITADOS.
053600     MOVE WS-LINHA-ATUAL TO ERR-LINHA.
053700     MOVE WS-MOTIVO-ERRO TO ERR-MOTIVO.
053800     MOVE LINHA-ESTORNA  TO ERR-CONTEUDO.
053900     WRITE LINHA-ERRO FROM LINHA-ERRO-DET.
054000 3200-EXIT.
054100     EXIT.
054200
054300******************************************************************
054400* ESTORNA AS ENTRADAS DA TABELA: ACERTA CADASTRO, SALDO DO LOCAL
054500* E PEDIDO, GRAVA OS ESPELHOS NO FIM DE PRODMOV.DAT E DEPOIS
054600* MARCA OS ORIGINAIS COMO ESTORNADOS.
054700******************************************************************
054800 3300-APLICAR-ESTORNO.
054900     OPEN EXTEND PRODMOV.
055000     IF ARQST-PRODMOV NOT = "00"
055100        MOVE "ERRO NA ABERTURA DE PRODMOV.DAT" TO WS-MOTIVO-ERRO
055200        MOVE "S" TO WS-HOUVE-ERRO
055300        PERFORM 3200-REJEITAR-LINHA THRU 3200-EXIT
055400        GO TO 3300-EXIT.
055410     OPEN EXTEND LOTEMOV.
055420     IF ARQST-LOTEMOV NOT = "00"
055430        OPEN OUTPUT LOTEMOV
055432        CLOSE LOTEMOV
055434        OPEN EXTEND LOTEMOV.
055440     OPEN EXTEND RECEBHST.
055450     IF ARQST-RECEBHST NOT = "00"
055460        OPEN OUTPUT RECEBHST
055462        CLOSE RECEBHST
055464        OPEN EXTEND RECEBHST.
055500     PERFORM 3400-ESTORNAR-ENTRADA THRU 3400-EXIT
055600             VARYING WS-SUB FROM 1 BY 1
055700             UNTIL WS-SUB > WS-QTDE-TAB.
055800     CLOSE PRODMOV.
055810     CLOSE LOTEMOV.
055820     CLOSE RECEBHST.
055900     PERFORM 3600-MARCAR-ORIGINAIS THRU 3600-EXIT.
056000     ADD 1 TO WS-QTDE-APLICADOS.
056100 3300-EXIT.
056200     EXIT.
056300
056400******************************************************************
056500* A SAIDA AO CUSTO DA ENTRADA DEVOLVE O CUSTO MEDIO AO QUE ERA
056600* SEM O LOTE ESTORNADO; ESTOQUE ZERADO (OU VALOR QUE NAO FECHA,
056700* QUANDO HOUVE SAIDAS A CUSTO MAIOR NO MEIO) MANTEM O CUSTO
056800* MEDIO ATUAL, COMO A TELA DE MOVIMENTO FAZ NO ESTORNO.
056900******************************************************************
057000 3400-ESTORNAR-ENTRADA.
057100     MOVE WS-EST-CODIGO (WS-SUB) TO CODIGO.
057200     READ PRODUTOS
057300          INVALID KEY
057400             DISPLAY "PRODEST: PRODUTO SUMIU NO ESTORNO DA LINHA "
057500                     WS-LINHA-ATUAL
057600             MOVE "S" TO WS-HOUVE-ERRO
057700             GO TO 3400-EXIT
057800     END-READ.
057900     COMPUTE WS-VALOR-RESTANTE
058000             = QTDADE * UNITARIO
058100             - WS-EST-QTDE (WS-SUB) * WS-EST-CUSTO (WS-SUB).
058200     SUBTRACT WS-EST-QTDE (WS-SUB) FROM QTDADE.
058300     IF QTDADE > ZERO AND WS-VALOR-RESTANTE > ZERO
058400        COMPUTE UNITARIO ROUNDED = WS-VALOR-RESTANTE / QTDADE.
058500     COMPUTE TOTAL = QTDADE * UNITARIO.
058600     REWRITE REG-PROD.
058700     IF ARQST-PRODUTOS NOT = "00"
058800        DISPLAY "PRODEST: ERRO NO CADASTRO DA LINHA "
058900                WS-LINHA-ATUAL " - " ARQST-PRODUTOS
059000        MOVE "S" TO WS-HOUVE-ERRO
059100        GO TO 3400-EXIT.
059200     PERFORM 3410-TIRAR-SALDO-LOCAL THRU 3410-EXIT.
059300     PERFORM 3420-DEVOLVER-PEDIDO   THRU 3420-EXIT.
059400     PERFORM 3430-GRAVAR-ESPELHO    THRU 3430-EXIT.
059410     PERFORM 3440-TIRAR-DO-LOTE     THRU 3440-EXIT.
059500 3400-EXIT.
059600     EXIT.
059700
059800 3410-TIRAR-SALDO-LOCAL.
059900     MOVE WS-EST-CODIGO (WS-SUB) TO SLOC-CODIGO.
060000     MOVE WS-EST-LOCAL (WS-SUB)  TO SLOC-LOCAL.
060100     READ SALDOLOC
060200          INVALID KEY
060300             DISPLAY "PRODEST: SALDO DO LOCAL SUMIU NA LINHA "
060400                     WS-LINHA-ATUAL
060500             MOVE "S" TO WS-HOUVE-ERRO
060600             GO TO 3410-EXIT
060700     END-READ.
060800     SUBTRACT WS-EST-QTDE (WS-SUB) FROM SLOC-QTDADE.
060900     REWRITE REG-SLOC.
061000     IF ARQST-SALDOLOC NOT = "00"
061100        DISPLAY "PRODEST: ERRO NO SALDO POR LOCAL DA LINHA "
061200                WS-LINHA-ATUAL " - " ARQST-SALDOLOC
061300        MOVE "S" TO WS-HOUVE-ERRO.
061400 3410-EXIT.
061500     EXIT.
061600
061700******************************************************************
061800* O RECEBIDO VOLTA AO PEDIDO, QUE REABRE SE A CARGA O FECHOU.
061900******************************************************************
062000 3420-DEVOLVER-PEDIDO.
062100     IF WS-EST-PEDIDO (WS-SUB) = ZERO
062200        GO TO 3420-EXIT.
062300     MOVE WS-EST-PEDIDO (WS-SUB) TO PED-NUMERO.
062400     READ PEDIDOS
062500          INVALID KEY
062600             DISPLAY "PRODEST: PEDIDO SUMIU NO ESTORNO DA LINHA "
062700                     WS-LINHA-ATUAL
062800             MOVE "S" TO WS-HOUVE-ERRO
062900             GO TO 3420-EXIT
063000     END-READ.
063100     SUBTRACT WS-EST-QTDE (WS-SUB) FROM PED-QTD-RECEBIDA.
063200     IF PED-QTD-RECEBIDA < PED-QTD-PEDIDA
063300        MOVE "A" TO PED-SITUACAO.
063400     REWRITE REG-PED.
063500     IF ARQST-PEDIDOS NOT = "00"
063600        DISPLAY "PRODEST: ERRO NO PEDIDO DA LINHA "
063700                WS-LINHA-ATUAL " - " ARQST-PEDIDOS
063800        MOVE "S" TO WS-HOUVE-ERRO
063810        GO TO 3420-EXIT.
063820     PERFORM 3425-GRAVAR-HISTORICO THRU 3425-EXIT.
063900 3420-EXIT.
064000     EXIT.
064003
064006******************************************************************
064009* O ESTORNO DA ENTRADA FICA NO HISTORICO DE RECEBIMENTOS
064012* (RECEBHST.DAT) COMO REGISTRO E, COM O NUMERO DO MOVIMENTO
064015* ESTORNADO, PARA O PRODDESF DESCONTAR O RECEBIMENTO DESFEITO.
064018******************************************************************
064021 3425-GRAVAR-HISTORICO.
064024     MOVE "E"                        TO RHST-TIPO.
064027     MOVE WS-EST-NUMERO (WS-SUB)     TO RHST-MOV-NUMERO.
064030     MOVE PED-NUMERO                 TO RHST-PEDIDO.
064033     MOVE WS-EST-CODIGO (WS-SUB)     TO RHST-CODIGO.
064036     MOVE PED-FORN-CODIGO            TO RHST-FORN-CODIGO.
064039     COMPUTE RHST-DATA = WS-ANO-SIS * 10000
064042                       + WS-MES-SIS * 100
064045                       + WS-DIA-SIS.
064048     MOVE RHST-DATA                  TO RHST-DATA-LANC.
064051     MOVE WS-EST-QTDE (WS-SUB)       TO RHST-QTDE.
064054     MOVE WS-EST-CUSTO (WS-SUB)      TO RHST-CUSTO.
064057     MOVE ZEROS                      TO RHST-CUSTO-ANT.
064060     MOVE PED-DATA                   TO RHST-PED-DATA.
064063     MOVE PED-DATA-PREVISTA          TO RHST-PED-PREVISTA.
064066     MOVE PED-QTD-PEDIDA             TO RHST-QTD-PEDIDA.
064069     MOVE PED-QTD-RECEBIDA           TO RHST-QTD-RECEBIDA.
064072     WRITE REG-RHST.
064075     IF ARQST-RECEBHST NOT = "00"
064078        DISPLAY "PRODEST: ERRO NO HISTORICO DA LINHA "
064081                WS-LINHA-ATUAL " - " ARQST-RECEBHST
064084        MOVE "S" TO WS-HOUVE-ERRO.
064087 3425-EXIT.
064090     EXIT.
064100
064200******************************************************************
064300* O ESPELHO REPETE QUANTIDADE, MOTIVO, LOCAL, CUSTO E PEDIDO DO
064400* ORIGINAL COM O TIPO INVERTIDO E A DATA DE HOJE.
064500******************************************************************
064600 3430-GRAVAR-ESPELHO.
064700     MOVE WS-EST-CODIGO (WS-SUB)     TO MOV-CODIGO.
064800     MOVE "S"                        TO MOV-TIPO.
064900     MOVE WS-EST-QTDE (WS-SUB)       TO MOV-QUANTIDADE.
065000     MOVE WS-ANO-SIS                 TO MOV-ANO.
065100     MOVE WS-MES-SIS                 TO MOV-MES.
065200     MOVE WS-DIA-SIS                 TO MOV-DIA.
065300     MOVE WS-EST-MOTIVO-COD (WS-SUB) TO MOV-MOTIVO-COD.
065400     MOVE WS-EST-LOCAL (WS-SUB)      TO MOV-LOCAL.
065500     MOVE ZEROS                      TO MOV-LOCAL-DEST.
065600     MOVE SPACES                     TO MOV-MOTIVO.
065700     STRING "ESTORNO MOV "           DELIMITED BY SIZE
065800            WS-EST-NUMERO (WS-SUB)   DELIMITED BY SIZE
065900            INTO MOV-MOTIVO.
066000     MOVE WS-EST-CUSTO (WS-SUB)      TO MOV-UNITARIO.
066100     MOVE "PRODEST"                  TO MOV-OPERADOR.
066200     PERFORM 9200-OBTER-NUMERO THRU 9200-EXIT.
066300     MOVE "E"                        TO MOV-ESTORNO.
066400     MOVE WS-EST-NUMERO (WS-SUB)     TO MOV-NUM-ORIGEM.
066500     MOVE WS-EST-PEDIDO (WS-SUB)     TO MOV-PEDIDO.
066600     WRITE REG-MOV.
066700     IF ARQST-PRODMOV NOT = "00"
066800        DISPLAY "PRODEST: ERRO NO MOVIMENTO DA LINHA "
066900                WS-LINHA-ATUAL " - " ARQST-PRODMOV
067000        MOVE "S" TO WS-HOUVE-ERRO
067100     ELSE
067200        ADD 1 TO WS-QTDE-ESTORNOS.
067300 3430-EXIT.
067400     EXIT.
067500
067502******************************************************************
067504* O LOTE QUE RECEBEU A ENTRADA DEVOLVE A QUANTIDADE, REGISTRADA EM
067506* LOTEMOV.DAT COM O NUMERO DO ESPELHO.
067508******************************************************************
067510 3440-TIRAR-DO-LOTE.
067512     IF WS-EST-LOTE (WS-SUB) = SPACES
067514        GO TO 3440-EXIT.
067516     MOVE WS-EST-CODIGO (WS-SUB) TO LOTE-CODIGO.
067518     MOVE WS-EST-LOCAL (WS-SUB)  TO LOTE-LOCAL.
067520     MOVE WS-EST-LOTE (WS-SUB)   TO LOTE-NUMERO.
067522     READ LOTES
067524          INVALID KEY
067526             DISPLAY "PRODEST: LOTE SUMIU NO ESTORNO DA LINHA "
067528                     WS-LINHA-ATUAL
067530             MOVE "S" TO WS-HOUVE-ERRO
067532             GO TO 3440-EXIT
067534     END-READ.
067536     SUBTRACT WS-EST-QTDE (WS-SUB) FROM LOTE-QTDADE.
067538     REWRITE REG-LOTE.
067540     IF ARQST-LOTES NOT = "00"
067542        DISPLAY "PRODEST: ERRO NO LOTE DA LINHA "
067544                WS-LINHA-ATUAL " - " ARQST-LOTES
067546        MOVE "S" TO WS-HOUVE-ERRO.
067548     MOVE MOV-NUMERO             TO LMOV-NUMERO.
067550     MOVE LOTE-CODIGO            TO LMOV-CODIGO.
067552     MOVE LOTE-LOCAL             TO LMOV-LOCAL.
067554     MOVE LOTE-NUMERO            TO LMOV-LOTE.
067556     MOVE "S"                    TO LMOV-TIPO.
067558     MOVE WS-EST-QTDE (WS-SUB)   TO LMOV-QTDE.
067560     MOVE LOTE-VALIDADE          TO LMOV-VALIDADE.
067562     MOVE LOTE-RECEBIMENTO       TO LMOV-RECEBIMENTO.
067564     WRITE REG-LMOV.
067566     IF ARQST-LOTEMOV NOT = "00"
067568        DISPLAY "PRODEST: ERRO NO LOTEMOV DA LINHA "
067570                WS-LINHA-ATUAL " - " ARQST-LOTEMOV
067572        MOVE "S" TO WS-HOUVE-ERRO.
067574 3440-EXIT.
067576     EXIT.
067578
067600******************************************************************
067700* SEGUNDA LEITURA DE PRODMOV.DAT, EM I-O: OS ORIGINAIS DA TABELA
067800* FICAM MARCADOS "R" PARA NAO SEREM ESTORNADOS DE NOVO.
067900******************************************************************
068000 3600-MARCAR-ORIGINAIS.
068100     OPEN I-O PRODMOV.
068200     IF ARQST-PRODMOV NOT = "00"
068300        DISPLAY "PRODEST: ERRO AO MARCAR OS ESTORNADOS DA LINHA "
068400                WS-LINHA-ATUAL " - " ARQST-PRODMOV
068500        MOVE "S" TO WS-HOUVE-ERRO
068600        GO TO 3600-EXIT.
068700     MOVE "N" TO WS-FIM-PRODMOV.
068800     PERFORM 3610-MARCAR-PROX-MOV THRU 3610-EXIT
068900             UNTIL FIM-PRODMOV.
069000     CLOSE PRODMOV.
069100 3600-EXIT.
069200     EXIT.
069300
069400 3610-MARCAR-PROX-MOV.
069500     READ PRODMOV NEXT RECORD
069600          AT END
069700             MOVE "S" TO WS-FIM-PRODMOV
069800             GO TO 3610-EXIT
069900     END-READ.
070000     IF NOT MOV-ENTRADA OR NOT MOV-NORMAL
070100        GO TO 3610-EXIT.
070200     MOVE "N" TO WS-ACHOU-ITEM.
070300     PERFORM 3620-PROCURAR-NA-TABELA THRU 3620-EXIT
070400             VARYING WS-SUB-MARCA FROM 1 BY 1
070500             UNTIL WS-SUB-MARCA > WS-QTDE-TAB OR ACHOU-ITEM.
070600     IF NOT ACHOU-ITEM
070700        GO TO 3610-EXIT.
070800     MOVE "R" TO MOV-ESTORNO.
070900     REWRITE REG-MOV.
071000     IF ARQST-PRODMOV NOT = "00"
071100        DISPLAY "PRODEST: ERRO AO MARCAR O MOVIMENTO " MOV-NUMERO
071200                " - " ARQST-PRODMOV
071300        MOVE "S" TO WS-HOUVE-ERRO.
071400 3610-EXIT.
071500     EXIT.
071600
071700 3620-PROCURAR-NA-TABELA.
071800     IF WS-EST-NUMERO (WS-SUB-MARCA) = MOV-NUMERO
071900        MOVE "S" TO WS-ACHOU-ITEM.
072000 3620-EXIT.
072100     EXIT.
072200
072300 3800-GRAVAR-CHECKPOINT.
072400     MOVE WS-LINHA-ATUAL TO CKPT-LINHA.
072500     WRITE REG-CKPT.
072600     IF ARQST-CKPT NOT = "00"
072700        DISPLAY "PRODEST: ERRO NO CHECKPOINT DA LINHA "
072800                WS-LINHA-ATUAL " - " ARQST-CKPT
072900        MOVE "S" TO WS-HOUVE-ERRO.
073000 3800-EXIT.
073100     EXIT.
073200
073300******************************************************************
073400* IMPRIME NO CONSOLE UM RESUMO DA CARGA.
073500******************************************************************
073600 4000-IMPRIMIR-RESUMO.
073700     DISPLAY "PRODEST: LINHAS APLICADAS.....: "
073800             WS-QTDE-APLICADOS.
073900     DISPLAY "PRODEST: LINHAS REJEITADAS....: "
074000             WS-QTDE-REJEITADOS.
074100     DISPLAY "PRODEST: LINHAS JA PROCESSADAS: "
074200             WS-QTDE-IGNORADOS.
074300     DISPLAY "PRODEST: MOVIMENTOS ESTORNADOS: "
074400             WS-QTDE-ESTORNOS.
074500 4000-EXIT.
074600     EXIT.
074700
074800******************************************************************
074900* FECHA OS ARQUIVOS E, SE A CARGA TERMINOU SEM NENHUM ERRO DE
075000* GRAVACAO, ZERA O CHECKPOINT PARA QUE A PROXIMA CARGA COMECE DO
075100* INICIO, COMO FAZ O PRODREC.
075200******************************************************************
075300 9000-ENCERRAR.
075400     CLOSE ESTORNA.
075500     CLOSE PRODUTOS.
075600     CLOSE PEDIDOS.
075700     CLOSE SALDOLOC.
075710     CLOSE LOTES.
075800     CLOSE CHECKPOINT.
075900     CLOSE RELERR.
076000     IF NOT HOUVE-ERRO
076100        PERFORM 9100-LIMPAR-CHECKPOINT THRU 9100-EXIT.
076200 9000-EXIT.
076300     EXIT.
076400
076500******************************************************************
076600* ESVAZIA O ARQUIVO DE CHECKPOINT (REABRINDO EM MODO OUTPUT).
076700******************************************************************
076800 9100-LIMPAR-CHECKPOINT.
076900     OPEN OUTPUT CHECKPOINT.
077000     CLOSE CHECKPOINT.
077100 9100-EXIT.
077200     EXIT.
077300
077400******************************************************************
077500* NUMERO DO MOVIMENTO: CONTADOR UNICO EM NUMMOV.DAT, O MESMO DA
077600* TELA DE MOVIMENTO, CRIADO NA PRIMEIRA VEZ. ABERTO E FECHADO A
077700* CADA USO PORQUE A TELA PODE ESTAR GRAVANDO AO MESMO TEMPO.
077800******************************************************************
077900 9200-OBTER-NUMERO.
078000     OPEN I-O NUMMOV.
078100     IF ARQST-NUMMOV NOT = "00"
078200        OPEN OUTPUT NUMMOV
078300        CLOSE NUMMOV
078400        OPEN I-O NUMMOV.
078500     READ NUMMOV
078600          AT END
078700             CLOSE NUMMOV
078800             OPEN OUTPUT NUMMOV
078900             MOVE 1 TO NUMM-ULTIMO
079000             MOVE 1 TO MOV-NUMERO
079100             WRITE REG-NUMMOV
079200             CLOSE NUMMOV
079300             GO TO 9200-EXIT
079400     END-READ.
079500     ADD 1 TO NUMM-ULTIMO.
079600     MOVE NUMM-ULTIMO TO MOV-NUMERO.
079700     REWRITE REG-NUMMOV.
079800     IF ARQST-NUMMOV NOT = "00"
079900        DISPLAY "PRODEST: ERRO NO NUMERO DO MOVIMENTO DA LINHA "
080000                WS-LINHA-ATUAL " - " ARQST-NUMMOV
080100        MOVE "S" TO WS-HOUVE-ERRO.
080200     CLOSE NUMMOV.
080300 9200-EXIT.
080400     EXIT.
