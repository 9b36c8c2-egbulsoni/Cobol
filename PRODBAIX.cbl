001000* DATA        AUTOR   DESCRICAO
001001* 03/09/2026   CPD     STOP RUN TROCADO POR GOBACK PARA O
001002*                      PROGRAMA PODER VOLTAR AO MENU PRODMENU.
001012* 15/10/2026   CPD     COLUNA COMPROMET. COM O APROVADO AINDA NAO
001022*                      ATENDIDO DAS REQUISICOES DE MATERIAL
001032*                      (REQUISIC.DAT); ESSE ESTOQUE COMPROMETIDO
001042*                      SAI DO DISPONIVEL NA COMPARACAO COM O
001052*                      MINIMO.
001062* 15/10/2026   CPD     PRODUTO BLOQUEADO OU DESCONTINUADO FICA
001072*                      FORA DA LISTA DE RESSUPRIMENTO.
001078* 15/10/2026   CPD     ERRO DE ABERTURA DEVOLVE RETURN-CODE 8,
001084*                      PARA A CADEIA NOTURNA (PRODLOTE) PARAR
001090*                      NESTE PASSO.
001100* 09/08/2026   CPD     PROGRAMA ORIGINAL - RELATORIO DE PRODUTOS
001200*                      ABAIXO DO PONTO DE RESSUPRIMENTO. O LIMITE
001300*                      DE QUANTIDADE E INFORMADO POR CARTAO DE
003076            ACCESS MODE DYNAMIC
003077            RECORD KEY IS SLOC-CHAVE
003078            FILE STATUS IS ARQST-SALDOLOC.
003081
003084     SELECT REQUISIC ASSIGN TO DISK
003087            ORGANIZATION INDEXED
003090            ACCESS MODE SEQUENTIAL
003093            RECORD KEY IS REQ-CHAVE
003096            FILE STATUS IS ARQST-REQUISIC.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
004086 FD  SALDOLOC LABEL RECORD STANDARD
004087     VALUE OF FILE-ID IS "SALDOLOC.DAT".
004088     COPY SALDOLOC.
004090
004092 FD  REQUISIC LABEL RECORD STANDARD
004094     VALUE OF FILE-ID IS "REQUISIC.DAT".
004096     COPY REQUIS.
004100
004200 WORKING-STORAGE SECTION.
004300 01  ARQST-PRODUTOS              PIC X(02).
004420 01  ARQST-PEDIDOS               PIC X(02).
004430 01  ARQST-LOCAIS                PIC X(02).
004440 01  ARQST-SALDOLOC              PIC X(02).
004450 01  ARQST-REQUISIC              PIC X(02).
004500
004600 01  WS-SWITCHES.
004700     02  WS-FIM-PRODUTOS         PIC X(01) VALUE "N".
004826         88  FIM-SLOC                      VALUE "S".
004827     02  WS-TEM-SALDOLOC         PIC X(01) VALUE "N".
004828         88  TEM-SALDOLOC                  VALUE "S".
004831     02  WS-FIM-REQUISIC         PIC X(01) VALUE "N".
004834         88  FIM-REQUISIC                  VALUE "S".
004837
004840******************************************************************
004850* NOMES DOS FORNECEDORES POR CODIGO (O PROPRIO CODIGO E O
004860* INDICE), CARREGADOS DE FORNECED.DAT NA ABERTURA.
004905 01  WS-TABELA-LOCAL.
004906     02  WS-LOC-NOME-T OCCURS 99 TIMES PIC X(20).
004910
004918******************************************************************
004926* QUANTIDADE APROVADA E AINDA NAO ATENDIDA DAS REQUISICOES DE
004934* MATERIAL (ESTOQUE COMPROMETIDO), POR CODIGO DE PRODUTO,
004942* CARREGADA DE REQUISIC.DAT NA ABERTURA.
004950******************************************************************
004958 01  WS-TABELA-REQUISICAO.
004966     02  WS-REQ-COMPROM-T OCCURS 9999 TIMES PIC 9(07) COMP.
004974
004982 01  WS-DISPONIVEL               PIC S9(07) COMP VALUE ZERO.
004990
005000 01  WS-CONTADORES.
005100     02  WS-QTDE-ITENS           PIC 9(05) COMP VALUE ZERO.
005200
008020     02  FILLER                  PIC X(06)  VALUE "MINIMO".
008021     02  FILLER                  PIC X(03)  VALUE SPACES.
008022     02  FILLER                  PIC X(09)  VALUE "EM PEDIDO".
008024     02  FILLER                  PIC X(03)  VALUE SPACES.
008026     02  FILLER                  PIC X(10)  VALUE "COMPROMET.".
008030     02  FILLER                  PIC X(03)  VALUE SPACES.
008040     02  FILLER                  PIC X(10)  VALUE "FORNECEDOR".
008100
008820     02  DET-MINIMO              PIC ZZZ9.
008821     02  FILLER                  PIC X(02)  VALUE SPACES.
008822     02  DET-EM-PEDIDO           PIC ZZZ.ZZ9.
008824     02  FILLER                  PIC X(04)  VALUE SPACES.
008826     02  DET-COMPROMETIDO        PIC ZZZ.ZZ9.
008828     02  FILLER                  PIC X(02)  VALUE SPACES.
008830     02  FILLER                  PIC X(03)  VALUE SPACES.
008840     02  DET-FORN-CODIGO         PIC ZZZ9.
008850     02  FILLER                  PIC X(02)  VALUE SPACES.
011230     PERFORM 1400-LIMPAR-PEDIDOS THRU 1400-EXIT
011240             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9999.
011250     PERFORM 1500-CARREGAR-PEDIDOS THRU 1500-EXIT.
011255     PERFORM 1950-CARREGAR-REQUISICOES THRU 1950-EXIT.
011260     MOVE SPACES TO WS-TABELA-LOCAL.
011270     PERFORM 1800-CARREGAR-LOCAIS THRU 1800-EXIT.
011280     OPEN INPUT SALDOLOC.
011600     IF ARQST-PRODUTOS NOT = "00"
011700        DISPLAY "PRODBAIX: ERRO NA ABERTURA DE PRODUTOS.DAT - "
011800                ARQST-PRODUTOS
011810        MOVE 8 TO RETURN-CODE
011900        GOBACK.
012000     OPEN OUTPUT RELBAIX.
012100     IF ARQST-RELBAIX NOT = "00"
012200        DISPLAY "PRODBAIX: ERRO NA ABERTURA DE PRODBAIX.LST - "
012300                ARQST-RELBAIX
012400        CLOSE PRODUTOS
012410        MOVE 8 TO RETURN-CODE
012500        GOBACK.
012600     PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT.
012700 1000-EXIT.
012944 1900-EXIT.
012945     EXIT.
012946
012947******************************************************************
012948* SOMA POR PRODUTO O APROVADO MENOS O JA ATENDIDO DAS
012949* REQUISICOES APROVADAS OU EM FALTA. REQUISIC.DAT AUSENTE SO
012950* DEIXA A COLUNA "COMPROMET." ZERADA.
012951******************************************************************
012952 1950-CARREGAR-REQUISICOES.
012953     PERFORM 1980-LIMPAR-REQUISICAO THRU 1980-EXIT
012954             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9999.
012955     OPEN INPUT REQUISIC.
012956     IF ARQST-REQUISIC NOT = "00"
012957        GO TO 1950-EXIT.
012958     PERFORM 1960-LER-REQUISICAO THRU 1960-EXIT.
012959     PERFORM 1970-GUARDAR-REQUISICAO THRU 1970-EXIT
012960             UNTIL FIM-REQUISIC.
012961     CLOSE REQUISIC.
012962 1950-EXIT.
012963     EXIT.
012964
012965 1960-LER-REQUISICAO.
012966     READ REQUISIC NEXT RECORD
012967          AT END MOVE "S" TO WS-FIM-REQUISIC.
012968 1960-EXIT.
012969     EXIT.
012970
012971 1970-GUARDAR-REQUISICAO.
012972     IF REQ-A-ATENDER AND REQ-CODIGO > ZERO
012973        AND REQ-QTD-APROVADA > REQ-QTD-ATENDIDA
012974        COMPUTE WS-PENDENTE
012975                = REQ-QTD-APROVADA - REQ-QTD-ATENDIDA
012976        ADD WS-PENDENTE TO WS-REQ-COMPROM-T (REQ-CODIGO).
012977     PERFORM 1960-LER-REQUISICAO THRU 1960-EXIT.
012978 1970-EXIT.
012979     EXIT.
012980
012981 1980-LIMPAR-REQUISICAO.
012982     MOVE ZERO TO WS-REQ-COMPROM-T (WS-SUB).
012983 1980-EXIT.
012984     EXIT.
012985
013000******************************************************************
013100* LE O PROXIMO PRODUTO EM SEQUENCIA DE CHAVE.
013200******************************************************************
014000* SE A QUANTIDADE EM ESTOQUE ESTIVER ABAIXO DO ESTOQUE MINIMO
014100* DO PROPRIO PRODUTO, IMPRIME O PRODUTO NA LISTA DE
014150* RESSUPRIMENTO COM O FORNECEDOR PRINCIPAL.
014160* O ESTOQUE JA COMPROMETIDO COM REQUISICOES APROVADAS NAO CONTA
014170* COMO DISPONIVEL NA COMPARACAO COM O MINIMO.
014180* PRODUTO BLOQUEADO OU DESCONTINUADO NAO E RESSUPRIDO.
014200******************************************************************
014300 3000-PROCESSAR-REGISTRO.
014302     IF NOT PROD-ATIVO
014304        PERFORM 2000-LER-PRODUTOS THRU 2000-EXIT
014306        GO TO 3000-EXIT.
014310     MOVE QTDADE TO WS-DISPONIVEL.
014320     MOVE ZERO   TO DET-COMPROMETIDO.
014330     IF CODIGO > ZERO
014340        MOVE WS-REQ-COMPROM-T (CODIGO) TO DET-COMPROMETIDO
014350        SUBTRACT WS-REQ-COMPROM-T (CODIGO) FROM WS-DISPONIVEL.
014360     IF ESTQ-MINIMO > ZERO AND WS-DISPONIVEL < ESTQ-MINIMO
014500        MOVE CODIGO      TO DET-CODIGO
014600        MOVE NOME        TO DET-NOME
014700        MOVE QTDADE      TO DET-QTDADE
