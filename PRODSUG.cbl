001003* 03/09/2026   CPD     LOCAIS NO REGISTRO DE MOVIMENTO: AREA
001004*                      DE COPIA DO MOVAAMM.HST AJUSTADA PARA
001005*                      59 BYTES.
001024* 15/10/2026   CPD     NUMERO DO MOVIMENTO E MARCAS DE ESTORNO NO
001028*                      REGISTRO DE MOVIMENTO: AREA DE COPIA DO
001032*                      MOVAAMM.HST AJUSTADA PARA 82 BYTES. SAIDA
001036*                      ESTORNADA NAO CONTA COMO CONSUMO.
001040* 15/10/2026   CPD     MONTAGEM E DESMONTAGEM DE KITS (MOTIVOS
001044*                      901 A 904) NAO CONTAM COMO CONSUMO. AS
001048*                      SAIDAS DE CADA KIT SAO EXPLODIDAS PELA
001052*                      ESTRUTURA DE KITS.DAT E SOMADAS AO CONSUMO
001056*                      DOS COMPONENTES; O KIT, QUE E MONTADO E
001060*                      NAO COMPRADO, FICA FORA DA SUGESTAO.
001064* 15/10/2026   CPD     PRODUTO BLOQUEADO OU DESCONTINUADO NAO
001068*                      ENTRA NA SUGESTAO DE COMPRA; A QUANTIDADE
001072*                      SAI NO RODAPE.
001076* 15/10/2026   CPD     MESES DE HISTORICO E DIAS DE COBERTURA
001080*                      PODEM VIR DA CADEIA NOTURNA (PRODLOTE, VIA
001084*                      PARMLOTE.TMP) SEM PERGUNTA NO CONSOLE.
001088*                      PARAMETRO INVALIDO OU ERRO DE ABERTURA
001092*                      DEVOLVE RETURN-CODE 8.
001100* 03/09/2026   CPD     PROGRAMA ORIGINAL - SUGESTAO DE COMPRA POR
001200*                      CONSUMO REAL. APURA AS SAIDAS DOS ULTIMOS
001300*                      N MESES (N POR CARTAO DE PARAMETRO) EM
005000            ACCESS MODE SEQUENTIAL
005100            FILE STATUS IS ARQST-MOVARQ.
005200
005210     SELECT KITS ASSIGN TO DISK
005220            ORGANIZATION INDEXED
005230            ACCESS MODE SEQUENTIAL
005240            RECORD KEY IS KIT-CHAVE
005250            FILE STATUS IS ARQST-KITS.
005260
005300     SELECT CLASSIF ASSIGN TO DISK.
005400
005500     SELECT SUGTRAB ASSIGN TO DISK
006200            ACCESS MODE SEQUENTIAL
006300            FILE STATUS IS ARQST-PRODSUG.
006400
006410     SELECT PARMLOTE ASSIGN TO DISK
006420            ORGANIZATION LINE SEQUENTIAL
006430            FILE STATUS IS ARQST-PARMLOTE.
006440
006500     SELECT RELSUG ASSIGN TO PRINTER
006600            ORGANIZATION LINE SEQUENTIAL
006700            FILE STATUS IS ARQST-RELSUG.
008300 FD  MOVARQ LABEL RECORD STANDARD
008400     DATA RECORD IS REG-ARQMOV
008500     VALUE OF FILE-ID IS WS-NOME-MOVARQ.
008600 01  REG-ARQMOV                  PIC X(82).
008700
008710 FD  KITS LABEL RECORD STANDARD
008720     VALUE OF FILE-ID IS "KITS.DAT".
008730     COPY KITS.
008740
008800 SD  CLASSIF
008900     DATA RECORD IS REG-SORT.
009000 01  REG-SORT.
010800     VALUE OF FILE-ID IS "PRODSUG.DAT".
010900     COPY SUGESTAO.
011000
011010 FD  PARMLOTE LABEL RECORD STANDARD
011020     VALUE OF FILE-ID IS "PARMLOTE.TMP".
011030     COPY PARMLOTE.
011040
011100 FD  RELSUG LABEL RECORD STANDARD
011200     VALUE OF FILE-ID IS "PRODSUG.LST".
011300 01  LINHA-RELATORIO             PIC X(132).
011700 01  ARQST-FORNECED              PIC X(02).
011800 01  ARQST-PRODMOV               PIC X(02).
011900 01  ARQST-MOVARQ                PIC X(02).
011910 01  ARQST-KITS                  PIC X(02).
012000 01  ARQST-SUGTRAB               PIC X(02).
012100 01  ARQST-PRODSUG               PIC X(02).
012200 01  ARQST-RELSUG                PIC X(02).
012210 01  ARQST-PARMLOTE              PIC X(02).
012220
012230 01  WS-EM-LOTE                  PIC X(01) VALUE "N".
012240     88  EM-LOTE                           VALUE "S".
012300
012400 01  WS-SWITCHES.
012500     02  WS-FIM-PRODUTOS         PIC X(01) VALUE "N".
013200         88  FIM-MOVARQ                    VALUE "S".
013300     02  WS-FIM-TRAB             PIC X(01) VALUE "N".
013400         88  FIM-TRAB                      VALUE "S".
013410     02  WS-FIM-KITS             PIC X(01) VALUE "N".
013420         88  FIM-KITS                      VALUE "S".
013500
013600 01  WS-CONTADORES.
013700     02  WS-QTDE-SUGERIDOS       PIC 9(05) COMP VALUE ZERO.
013800     02  WS-QTDE-FORNECEDORES    PIC 9(05) COMP VALUE ZERO.
013900     02  WS-QTDE-ARQUIVOS        PIC 9(03) COMP VALUE ZERO.
013910     02  WS-QTDE-KITS            PIC 9(05) COMP VALUE ZERO.
013920     02  WS-QTDE-INATIVOS        PIC 9(05) COMP VALUE ZERO.
014000
014100 01  WS-PARAMETROS.
014200     02  WS-MESES-HISTORICO      PIC 9(02) VALUE ZERO.
017900******************************************************************
018000 01  WS-TABELA-CONSUMO.
018100     02  WS-CONS-SAIDAS OCCURS 9999 TIMES PIC 9(09) COMP.
018108
018116******************************************************************
018124* CONSUMO QUE VEM DOS KITS: AS SAIDAS DE CADA KIT NA JANELA
018132* VEZES A QUANTIDADE DO COMPONENTE NA ESTRUTURA (KITS.DAT),
018140* ACUMULADAS POR COMPONENTE E SOMADAS AO CONSUMO DELE. O KIT
018148* E MONTADO, NAO COMPRADO, E FICA FORA DA SUGESTAO.
018156******************************************************************
018164 01  WS-TABELA-KIT.
018172     02  WS-KIT-ITEM OCCURS 9999 TIMES.
018180         03  WS-KIT-DEMANDA      PIC 9(09) COMP.
018188         03  WS-KIT-E-KIT        PIC X(01).
018200
018300******************************************************************
018400* DADOS DOS FORNECEDORES POR CODIGO, PARA O CABECALHO DO GRUPO.
026900     02  FILLER                  PIC X(32)  VALUE
027000             "FORNECEDORES ENVOLVIDOS.......:".
027100     02  ROD-FORNECEDORES        PIC ZZ.ZZ9.
027110
027120 01  LINHA-RODAPE-3.
027130     02  FILLER                  PIC X(01)  VALUE SPACE.
027140     02  FILLER                  PIC X(32)  VALUE
027150             "KITS FORA DA SUGESTAO.........:".
027160     02  ROD-KITS                PIC ZZ.ZZ9.
027165
027170 01  LINHA-RODAPE-4.
027175     02  FILLER                  PIC X(01)  VALUE SPACE.
027180     02  FILLER                  PIC X(32)  VALUE
027185             "BLOQUEADOS/DESCONTINUADOS.....:".
027190     02  ROD-INATIVOS            PIC ZZ.ZZ9.
027200
027300 PROCEDURE DIVISION.
027400
027500 0000-MAINLINE.
027600     PERFORM 1000-ABRIR-ARQUIVOS      THRU 1000-EXIT.
027700     PERFORM 2000-APURAR-CONSUMO      THRU 2000-EXIT.
027710     PERFORM 2700-EXPLODIR-KITS       THRU 2700-EXIT.
027800     PERFORM 3000-CLASSIFICAR         THRU 3000-EXIT.
027900     PERFORM 4000-GERAR-SUGESTAO      THRU 4000-EXIT.
028000     PERFORM 5000-IMPRIMIR-RODAPE     THRU 5000-EXIT.
028800******************************************************************
028900 1000-ABRIR-ARQUIVOS.
029000     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
029010     PERFORM 1050-LER-PARMLOTE THRU 1050-EXIT.
029020     IF NOT EM-LOTE
029030        DISPLAY "PRODSUG: MESES DE HISTORICO (01 A 24)"
029040        ACCEPT WS-MESES-HISTORICO.
029050     IF WS-MESES-HISTORICO NOT NUMERIC
029060        OR WS-MESES-HISTORICO < 01 OR WS-MESES-HISTORICO > 24
029400        DISPLAY "PRODSUG: QUANTIDADE DE MESES INVALIDA"
029410        MOVE 8 TO RETURN-CODE
029500        GOBACK.
029510     IF NOT EM-LOTE
029520        DISPLAY "PRODSUG: DIAS DE COBERTURA ALVO (001 A 365)"
029530        ACCEPT WS-DIAS-ALVO.
029540     IF WS-DIAS-ALVO NOT NUMERIC
029550        OR WS-DIAS-ALVO < 001 OR WS-DIAS-ALVO > 365
029900        DISPLAY "PRODSUG: COBERTURA ALVO INVALIDA"
029910        MOVE 8 TO RETURN-CODE
030000        GOBACK.
030100     COMPUTE WS-PERIODO-ATE-N
030200             = WS-ANO-SIS * 100 + WS-MES-SIS.
031100     IF ARQST-FORNECED NOT = "00"
031200        DISPLAY "PRODSUG: ERRO NA ABERTURA DE FORNECED.DAT - "
031300                ARQST-FORNECED
031310        MOVE 8 TO RETURN-CODE
031400        GOBACK.
031500     PERFORM 1400-LER-FORNECED THRU 1400-EXIT.
031600     PERFORM 1300-CARREGAR-FORNECED THRU 1300-EXIT
032000     IF ARQST-PRODSUG NOT = "00"
032100        DISPLAY "PRODSUG: ERRO NA ABERTURA DE PRODSUG.DAT - "
032200                ARQST-PRODSUG
032210        MOVE 8 TO RETURN-CODE
032300        GOBACK.
032400     OPEN OUTPUT RELSUG.
032500     IF ARQST-RELSUG NOT = "00"
032600        DISPLAY "PRODSUG: ERRO NA ABERTURA DE PRODSUG.LST - "
032700                ARQST-RELSUG
032800        CLOSE PRODSUG
032810        MOVE 8 TO RETURN-CODE
032900        GOBACK.
033000     MOVE WS-DIA-SIS          TO CAB1-DIA.
033100     MOVE WS-MES-SIS          TO CAB1-MES.
033700 1000-EXIT.
033800     EXIT.
033900
033904******************************************************************
033908* CHAMADO PELA CADEIA NOTURNA (PRODLOTE), O PROGRAMA ACHA O
033912* PROPRIO NOME EM PARMLOTE.TMP E RODA SEM PERGUNTAR NADA NO
033916* CONSOLE. SEM O ARQUIVO, OU COM OUTRO NOME NELE, PERGUNTA
033918* COMO SEMPRE. O PARAMETRO DO PASSO TRAZ OS MESES DE HISTORICO
033920* (2 DIGITOS) E OS DIAS DE COBERTURA (3 DIGITOS), EX.: 06045.
033924******************************************************************
033928 1050-LER-PARMLOTE.
033932     OPEN INPUT PARMLOTE.
033936     IF ARQST-PARMLOTE NOT = "00"
033940        GO TO 1050-EXIT.
033944     MOVE SPACES TO REG-PARMLOTE.
033948     READ PARMLOTE
033952          AT END MOVE SPACES TO REG-PARMLOTE
033956     END-READ.
033960     CLOSE PARMLOTE.
033964     IF PLT-PROGRAMA = "PRODSUG"
033968        MOVE "S" TO WS-EM-LOTE
033972        MOVE PLT-PARAMETRO TO WS-PARAMETROS.
033976 1050-EXIT.
033980     EXIT.
033984
034000 1100-RECUAR-UM-MES.
034100     IF WS-DE-MES = 01
034200        SUBTRACT 1 FROM WS-DE-ANO
034800
034900 1200-LIMPAR-TABELAS.
035000     MOVE ZERO   TO WS-CONS-SAIDAS      (WS-SUB).
035010     MOVE ZERO   TO WS-KIT-DEMANDA      (WS-SUB).
035020     MOVE "N"    TO WS-KIT-E-KIT        (WS-SUB).
035100     MOVE "N"    TO WS-FORN-CADASTRADO  (WS-SUB).
035200     MOVE SPACES TO WS-FORN-RAZAO-T     (WS-SUB).
035300     MOVE SPACES TO WS-FORN-TELEFONE-T  (WS-SUB).
044200 2600-ACUMULAR-REGISTRO.
044300     IF MOV-CODIGO = ZERO OR NOT MOV-SAIDA
044400        GO TO 2600-EXIT.
044410     IF MOV-ESTORNADO OR MOV-DE-ESTORNO
044420        GO TO 2600-EXIT.
044430     IF MOV-MOTIVO-KIT
044440        GO TO 2600-EXIT.
044500     COMPUTE WS-PERIODO-MOV = MOV-ANO * 100 + MOV-MES.
044600     IF WS-PERIODO-MOV < WS-PERIODO-DE-N
044700        OR WS-PERIODO-MOV > WS-PERIODO-ATE-N
044900     ADD MOV-QUANTIDADE TO WS-CONS-SAIDAS (MOV-CODIGO).
045000 2600-EXIT.
045100     EXIT.
045102
045104******************************************************************
045106* EXPLODE O CONSUMO DOS KITS NOS COMPONENTES (UM NIVEL SO: KIT
045108* NAO E COMPONENTE DE OUTRO KIT). A DEMANDA VAI PRIMEIRO PARA
045110* UMA TABELA A PARTE E SO DEPOIS E SOMADA AO CONSUMO, PARA A
045112* ORDEM DE LEITURA DA ESTRUTURA NAO INFLUIR NO RESULTADO. SEM
045114* KITS.DAT O CONSUMO FICA COMO APURADO.
045116******************************************************************
045118 2700-EXPLODIR-KITS.
045120     OPEN INPUT KITS.
045122     IF ARQST-KITS NOT = "00"
045124        GO TO 2700-EXIT.
045126     MOVE "N" TO WS-FIM-KITS.
045128     PERFORM 2900-LER-KITS THRU 2900-EXIT.
045130     PERFORM 2800-ACUMULAR-KIT THRU 2800-EXIT
045132             UNTIL FIM-KITS.
045134     CLOSE KITS.
045136     PERFORM 2950-SOMAR-DEMANDA THRU 2950-EXIT
045138             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9999.
045140 2700-EXIT.
045142     EXIT.
045144
045146 2800-ACUMULAR-KIT.
045148     IF KIT-CODIGO > ZERO AND KIT-COMPONENTE > ZERO
045150        MOVE "S" TO WS-KIT-E-KIT (KIT-CODIGO)
045152        COMPUTE WS-KIT-DEMANDA (KIT-COMPONENTE)
045154              = WS-KIT-DEMANDA (KIT-COMPONENTE)
045156              + WS-CONS-SAIDAS (KIT-CODIGO) * KIT-QTDE.
045158     PERFORM 2900-LER-KITS THRU 2900-EXIT.
045160 2800-EXIT.
045162     EXIT.
045164
045166 2900-LER-KITS.
045168     READ KITS NEXT RECORD
045170          AT END MOVE "S" TO WS-FIM-KITS.
045172 2900-EXIT.
045174     EXIT.
045176
045178 2950-SOMAR-DEMANDA.
045180     ADD WS-KIT-DEMANDA (WS-SUB) TO WS-CONS-SAIDAS (WS-SUB).
045182 2950-EXIT.
045184     EXIT.
045200
045300******************************************************************
045400* CLASSIFICA O CADASTRO POR FORNECEDOR E CODIGO PARA A SUGESTAO
046000        DISPLAY "PRODSUG: ERRO NA ABERTURA DE PRODUTOS.DAT - "
046100                ARQST-PRODUTOS
046200        PERFORM 9000-ENCERRAR THRU 9000-EXIT
046210        MOVE 8 TO RETURN-CODE
046300        GOBACK.
046400     SORT CLASSIF
046500          ON ASCENDING KEY SRT-FORN-CODIGO
047900     EXIT.
048000
048100 3200-LIBERAR-PRODUTO.
048110     IF NOT PROD-ATIVO
048120        ADD 1 TO WS-QTDE-INATIVOS
048130        PERFORM 3300-LER-PRODUTOS THRU 3300-EXIT
048140        GO TO 3200-EXIT.
048200     MOVE FORN-CODIGO TO SRT-FORN-CODIGO.
048300     MOVE CODIGO      TO SRT-CODIGO.
048400     MOVE NOME        TO SRT-NOME.
050700        DISPLAY "PRODSUG: ERRO NA ABERTURA DE PRODSUG.TMP - "
050800                ARQST-SUGTRAB
050900        PERFORM 9000-ENCERRAR THRU 9000-EXIT
050910        MOVE 8 TO RETURN-CODE
051000        GOBACK.
051100     MOVE "N"  TO WS-FIM-TRAB.
051200     MOVE ZERO TO WS-FORN-ATUAL.
052700     IF TRB-CODIGO = ZERO
052800        OR WS-CONS-SAIDAS (TRB-CODIGO) = ZERO
052900        GO TO 4200-FIM.
052910     IF WS-KIT-E-KIT (TRB-CODIGO) = "S"
052920        ADD 1 TO WS-QTDE-KITS
052930        GO TO 4200-FIM.
053000     COMPUTE WS-CONSUMO-MEDIO ROUNDED
053100             = WS-CONS-SAIDAS (TRB-CODIGO) / WS-MESES-HISTORICO.
053200     IF WS-CONSUMO-MEDIO = ZERO
061800 5000-IMPRIMIR-RODAPE.
061900     MOVE WS-QTDE-SUGERIDOS    TO ROD-SUGERIDOS.
062000     MOVE WS-QTDE-FORNECEDORES TO ROD-FORNECEDORES.
062010     MOVE WS-QTDE-KITS         TO ROD-KITS.
062020     MOVE WS-QTDE-INATIVOS     TO ROD-INATIVOS.
062100     WRITE LINHA-RELATORIO FROM SPACES.
062200     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-1.
062300     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-2.
062310     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-3.
062320     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-4.
062400 5000-EXIT.
062500     EXIT.
062600
