001066*                      A ENTRADA APLICADA SOMA NO SALDO DO LOCAL
001067*                      EM SALDOLOC.DAT, ALEM DO TOTAL DO
001068*                      CADASTRO.
001069* 15/10/2026   CPD     CADA MOVIMENTO GRAVADO RECEBE O NUMERO
001070*                      SEQUENCIAL DE NUMMOV.DAT E LEVA O NUMERO
001071*                      DO PEDIDO EM MOV-PEDIDO, PARA O ESTORNO DA
001072*                      CARGA (PRODEST) ACHAR O ORIGINAL E
001073*                      DEVOLVER O RECEBIDO AO PEDIDO.
001074* 15/10/2026   CPD     OITAVO, NONO E DECIMO CAMPOS NA LINHA DO
001075*                      PRODREC.CSV: LOTE, VALIDADE E DATA DE
001076*                      RECEBIMENTO (AAAAMMDD; RECEBIMENTO AUSENTE
001077*                      = HOJE). A ENTRADA SOMA NO LOTE EM
001078*                      LOTES.DAT E FICA REGISTRADA EM LOTEMOV.DAT
001079*                      COM O NUMERO DO MOVIMENTO. LOTE JA
001080*                      EXISTENTE NO LOCAL COM OUTRA VALIDADE E
001081*                      REJEITADO.
001082* 15/10/2026   CPD     CODIGOS DE MOTIVO 901 A 904, RESERVADOS A
001083*                      MONTAGEM E DESMONTAGEM DE KITS (PRODMONT),
001084*                      SAO RECUSADOS NA CARGA.
001085* 15/10/2026   CPD     SITUACAO DO PRODUTO (PRODUTOS.CPY, 64
001086*                      BYTES): RECEBIMENTO DE PRODUTO BLOQUEADO
001087*                      OU DESCONTINUADO VAI PARA PRODREC.ERR.
001088* 15/10/2026   CPD     DEVOLVE RETURN-CODE PARA A CADEIA NOTURNA
001089*                      (PRODLOTE): 4 SEM PRODREC.CSV (NADA A
001090*                      CARREGAR) OU COM LINHAS REJEITADAS, 8 EM
001091*                      ERRO DE ABERTURA OU DE GRAVACAO.
001092* 15/10/2026   CPD     CADA LINHA APLICADA GRAVA UM REGISTRO R NO
001093*                      HISTORICO DE RECEBIMENTOS (RECEBHST.DAT)
001094*                      COM O NUMERO DO MOVIMENTO, O PEDIDO, A
001095*                      DATA DO RECEBIMENTO FISICO, QUANTIDADE,
001096*                      CUSTO RECEBIDO E CUSTO MEDIO ANTERIOR A
001097*                      ENTRADA, PARA O DESEMPENHO DE FORNECEDORES
001098*                      (PRODDESF).
001100* 22/08/2026   CPD     PROGRAMA ORIGINAL - CARGA DE RECEBIMENTOS
001200*                      EM LOTE, CONTRAPARTIDA DE ENTRADA DO
001300*                      PRODEXP. LE O ARQUIVO DELIMITADO
006503            ACCESS MODE DYNAMIC
006504            RECORD KEY IS SLOC-CHAVE
006505            FILE STATUS IS ARQST-SALDOLOC.
006506
006510     SELECT NUMMOV ASSIGN TO DISK
006520            ORGANIZATION SEQUENTIAL
006530            ACCESS MODE SEQUENTIAL
006540            FILE STATUS IS ARQST-NUMMOV.
006550
006554     SELECT LOTES ASSIGN TO DISK
006558            ORGANIZATION INDEXED
006562            ACCESS MODE DYNAMIC
006566            RECORD KEY IS LOTE-CHAVE
006570            FILE STATUS IS ARQST-LOTES.
006574
006578     SELECT LOTEMOV ASSIGN TO DISK
006582            ORGANIZATION SEQUENTIAL
006586            ACCESS MODE SEQUENTIAL
006590            FILE STATUS IS ARQST-LOTEMOV.
006594
006595     SELECT RECEBHST ASSIGN TO DISK
006596            ORGANIZATION SEQUENTIAL
006597            ACCESS MODE SEQUENTIAL
006598            FILE STATUS IS ARQST-RECEBHST.
006599
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PRODUTOS LABEL RECORD STANDARD
009394     VALUE OF FILE-ID IS "SALDOLOC.DAT".
009396     COPY SALDOLOC.
009400
009405 FD  NUMMOV LABEL RECORD STANDARD
009411     VALUE OF FILE-ID IS "NUMMOV.DAT".
009417     COPY NUMMOV.
009423
009429 FD  LOTES LABEL RECORD STANDARD
009435     VALUE OF FILE-ID IS "LOTES.DAT".
009441     COPY LOTES.
009447
009452 FD  LOTEMOV LABEL RECORD STANDARD
009458     VALUE OF FILE-ID IS "LOTEMOV.DAT".
009464     COPY LOTEMOV.
009470
009476 FD  RECEBHST LABEL RECORD STANDARD
009482     VALUE OF FILE-ID IS "RECEBHST.DAT".
009488     COPY RECEBHST.
009494
009500 WORKING-STORAGE SECTION.
009600 01  ARQST-PRODUTOS              PIC X(02).
009700 01  ARQST-RECEBE                PIC X(02).
010120 01  ARQST-PEDIDOS               PIC X(02).
010130 01  ARQST-LOCAIS                PIC X(02).
010140 01  ARQST-SALDOLOC              PIC X(02).
010150 01  ARQST-NUMMOV                PIC X(02).
010160 01  ARQST-LOTES                 PIC X(02).
010170 01  ARQST-LOTEMOV               PIC X(02).
010180 01  ARQST-RECEBHST              PIC X(02).
010200
010300 01  WS-SWITCHES.
010400     02  WS-FIM-RECEBE           PIC X(01) VALUE "N".
014010     02  WS-MOTCOD-X             PIC X(03).
014020     02  WS-PEDIDO-X             PIC X(06).
014030     02  WS-LOCAL-X              PIC X(02).
014040     02  WS-LOTE-X               PIC X(10).
014050     02  WS-VALIDADE-X           PIC X(08).
014060     02  WS-RECEB-X              PIC X(08).
014100
014200 01  WS-CODIGO-REC               PIC 9(04) VALUE ZERO.
014300 01  WS-QTDADE-REC               PIC 9(04) VALUE ZERO.
014310 01  WS-MOTCOD-REC               PIC 9(03) VALUE ZERO.
014320 01  WS-PEDIDO-REC               PIC 9(06) VALUE ZERO.
014330 01  WS-LOCAL-REC                PIC 9(02) VALUE ZERO.
014335 01  WS-HOJE                     PIC 9(08) VALUE ZERO.
014340 01  WS-VALIDADE-REC             PIC 9(08) VALUE ZERO.
014345 01  WS-VALIDADE-R REDEFINES WS-VALIDADE-REC.
014350     02  WS-VAL-ANO              PIC 9(04).
014355     02  WS-VAL-MES              PIC 9(02).
014360     02  WS-VAL-DIA              PIC 9(02).
014365 01  WS-RECEB-REC                PIC 9(08) VALUE ZERO.
014370 01  WS-RECEB-R REDEFINES WS-RECEB-REC.
014375     02  WS-REC-ANO              PIC 9(04).
014380     02  WS-REC-MES              PIC 9(02).
014385     02  WS-REC-DIA              PIC 9(02).
014400
014500 01  WS-CUSTO-REC                PIC 9(05)V99 VALUE ZERO.
014600 01  WS-CUSTO-R REDEFINES WS-CUSTO-REC.
014700     02  WS-CUSTO-INT            PIC 9(05).
014800     02  WS-CUSTO-FRAC           PIC 9(02).
014810 01  WS-CUSTO-ANT                PIC 9(05)V99 VALUE ZERO.
014900
015000 01  WS-MOTIVO-REC               PIC X(20) VALUE SPACES.
015100 01  WS-MOTIVO-ERRO              PIC X(40) VALUE SPACES.
017600 1000-ABRIR-ARQUIVOS.
017700     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
017800     COMPUTE WS-PERIODO-HOJE = WS-ANO-SIS * 100 + WS-MES-SIS.
017810     MOVE WS-DATA-SISTEMA TO WS-HOJE.
017900     PERFORM 1100-LER-FECHAMENTO THRU 1100-EXIT.
018000     IF WS-PERIODO-HOJE NOT > WS-PERIODO-FECHADO
018100        DISPLAY "PRODREC: MES CORRENTE JA FECHADO - CARGA "
018200                "RECUSADA"
018210        MOVE 8 TO RETURN-CODE
018300        GOBACK.
018400     OPEN INPUT RECEBE.
018500     IF ARQST-RECEBE NOT = "00"
018600        DISPLAY "PRODREC: ERRO NA ABERTURA DE PRODREC.CSV - "
018700                ARQST-RECEBE
018710        IF ARQST-RECEBE = "35"
018720           MOVE 4 TO RETURN-CODE
018730        ELSE
018740           MOVE 8 TO RETURN-CODE
018750        END-IF
018800        GOBACK.
018900     OPEN I-O PRODUTOS.
019000     IF ARQST-PRODUTOS NOT = "00"
019100        DISPLAY "PRODREC: ERRO NA ABERTURA DE PRODUTOS.DAT - "
019200                ARQST-PRODUTOS
019300        CLOSE RECEBE
019310        MOVE 8 TO RETURN-CODE
019400        GOBACK.
019500     OPEN EXTEND PRODMOV.
019600     IF ARQST-PRODMOV NOT = "00"
019916        CLOSE PRODUTOS
019917        CLOSE PRODMOV
019918        CLOSE PEDIDOS
019919        MOVE 8 TO RETURN-CODE
019920        GOBACK.
019921     OPEN I-O SALDOLOC.
019922     IF ARQST-SALDOLOC NOT = "00"
019923        OPEN OUTPUT SALDOLOC
019924        CLOSE SALDOLOC
019925        OPEN I-O SALDOLOC.
019926     OPEN INPUT MOTIVOS.
019927     IF ARQST-MOTIVOS NOT = "00"
019928        DISPLAY "PRODREC: TABELA DE MOTIVOS AUSENTE - EXECUTE "
019929                "PRODMOT"
019930        CLOSE RECEBE
019931        CLOSE PRODUTOS
019932        CLOSE PRODMOV
019933        CLOSE PEDIDOS
019934        CLOSE LOCAIS
019935        CLOSE SALDOLOC
019936        MOVE 8 TO RETURN-CODE
019937        GOBACK.
019940     OPEN I-O LOTES.
019942     IF ARQST-LOTES NOT = "00"
019944        OPEN OUTPUT LOTES
019946        CLOSE LOTES
019948        OPEN I-O LOTES.
019950     OPEN EXTEND LOTEMOV.
019952     IF ARQST-LOTEMOV NOT = "00"
019954        OPEN OUTPUT LOTEMOV
019956        CLOSE LOTEMOV
019958        OPEN EXTEND LOTEMOV.
019960     OPEN EXTEND RECEBHST.
019962     IF ARQST-RECEBHST NOT = "00"
019964        OPEN OUTPUT RECEBHST
019966        CLOSE RECEBHST
019968        OPEN EXTEND RECEBHST.
020000     PERFORM 1300-LER-CHECKPOINT THRU 1300-EXIT.
020100     OPEN EXTEND CHECKPOINT.
020200     IF ARQST-CKPT NOT = "00"
020800        DISPLAY "PRODREC: ERRO NA ABERTURA DE PRODREC.ERR - "
020900                ARQST-RELERR
021000        PERFORM 9000-ENCERRAR THRU 9000-EXIT
021010        MOVE 8 TO RETURN-CODE
021100        GOBACK.
021200 1000-EXIT.
021300     EXIT.
030110     MOVE SPACES TO WS-MOTCOD-X.
030120     MOVE SPACES TO WS-PEDIDO-X.
030130     MOVE SPACES TO WS-LOCAL-X.
030140     MOVE SPACES TO WS-LOTE-X.
030150     MOVE SPACES TO WS-VALIDADE-X.
030160     MOVE SPACES TO WS-RECEB-X.
030200     UNSTRING LINHA-RECEBE DELIMITED BY ","
030300              INTO WS-CODIGO-X
030400                   WS-QTDADE-X
030600                   WS-DOCUMENTO-X
030610                   WS-MOTCOD-X
030620                   WS-PEDIDO-X
030630                   WS-LOCAL-X
030640                   WS-LOTE-X
030650                   WS-VALIDADE-X
030660                   WS-RECEB-X.
030700     IF WS-CODIGO-X NOT NUMERIC
030800        MOVE "CODIGO NAO NUMERICO" TO WS-MOTIVO-ERRO
030900        GO TO 3100-EXIT.
033060        MOVE "CODIGO DE MOTIVO AUSENTE" TO WS-MOTIVO-ERRO
033070        GO TO 3100-EXIT.
033080     MOVE WS-MOTCOD-REC TO MOT-CODIGO.
033083     IF MOT-RESERVADO-KIT
033085        MOVE "MOTIVO RESERVADO PARA KITS" TO WS-MOTIVO-ERRO
033087        GO TO 3100-EXIT.
033090     READ MOTIVOS
033091          INVALID KEY
033092             MOVE "MOTIVO NAO CADASTRADO EM MOTIVOS"
033136     END-READ.
033137     IF WS-MOTIVO-ERRO NOT = SPACES
033138        GO TO 3100-EXIT.
033148     PERFORM 3150-VALIDAR-LOTE THRU 3150-EXIT.
033158     IF WS-MOTIVO-ERRO NOT = SPACES
033168        GO TO 3100-EXIT.
033210     MOVE WS-CODIGO-REC TO CODIGO.
033220     READ PRODUTOS
033230          INVALID KEY
033250     END-READ.
033260     IF WS-MOTIVO-ERRO NOT = SPACES
033270        GO TO 3100-EXIT.
033280     IF PROD-BLOQUEADO
033290        MOVE "PRODUTO BLOQUEADO" TO WS-MOTIVO-ERRO
033300        GO TO 3100-EXIT.
033310     IF PROD-DESCONTINUADO
033320        MOVE "PRODUTO DESCONTINUADO - SEM ENTRADAS"
033330          TO WS-MOTIVO-ERRO
033340        GO TO 3100-EXIT.
033800     IF QTDADE + WS-QTDADE-REC > 9999
033900        MOVE "ENTRADA EXCEDE O ESTOQUE MAXIMO" TO WS-MOTIVO-ERRO
034000        GO TO 3100-EXIT.
034200 3100-EXIT.
034300     EXIT.
034400
034402******************************************************************
034404* LOTE (OITAVO CAMPO), VALIDADE (NONO) E DATA DE RECEBIMENTO
034406* (DECIMO, OPCIONAL - AUSENTE = HOJE), DATAS EM AAAAMMDD. LOTE
034408* QUE JA EXISTE NO LOCAL SO RECEBE MAIS SE A VALIDADE BATER.
034410******************************************************************
034412 3150-VALIDAR-LOTE.
034414     IF WS-LOTE-X = SPACES
034416        MOVE "NUMERO DO LOTE AUSENTE" TO WS-MOTIVO-ERRO
034418        GO TO 3150-EXIT.
034420     IF WS-VALIDADE-X NOT NUMERIC
034422        MOVE "VALIDADE FORA DO FORMATO AAAAMMDD" TO WS-MOTIVO-ERRO
034424        GO TO 3150-EXIT.
034426     MOVE WS-VALIDADE-X TO WS-VALIDADE-REC.
034428     IF WS-VAL-MES < 01 OR WS-VAL-MES > 12
034430        OR WS-VAL-DIA < 01 OR WS-VAL-DIA > 31
034432        MOVE "DATA DE VALIDADE INVALIDA" TO WS-MOTIVO-ERRO
034434        GO TO 3150-EXIT.
034436     IF WS-RECEB-X = SPACES
034438        MOVE WS-HOJE TO WS-RECEB-REC
034440     ELSE
034442        IF WS-RECEB-X NOT NUMERIC
034444           MOVE "RECEBIMENTO FORA DO FORMATO AAAAMMDD"
034446             TO WS-MOTIVO-ERRO
034448           GO TO 3150-EXIT
034450        ELSE
034452           MOVE WS-RECEB-X TO WS-RECEB-REC.
034454     IF WS-REC-MES < 01 OR WS-REC-MES > 12
034456        OR WS-REC-DIA < 01 OR WS-REC-DIA > 31
034458        OR WS-RECEB-REC > WS-HOJE
034460        MOVE "DATA DE RECEBIMENTO INVALIDA" TO WS-MOTIVO-ERRO
034462        GO TO 3150-EXIT.
034464     IF WS-VALIDADE-REC < WS-RECEB-REC
034466        MOVE "VALIDADE ANTERIOR AO RECEBIMENTO" TO WS-MOTIVO-ERRO
034468        GO TO 3150-EXIT.
034470     MOVE WS-CODIGO-REC TO LOTE-CODIGO.
034472     MOVE WS-LOCAL-REC  TO LOTE-LOCAL.
034474     MOVE WS-LOTE-X     TO LOTE-NUMERO.
034476     READ LOTES
034478          INVALID KEY
034480             CONTINUE
034482          NOT INVALID KEY
034484             IF LOTE-VALIDADE NOT = WS-VALIDADE-X
034486                MOVE "LOTE JA EXISTE COM OUTRA VALIDADE"
034488                  TO WS-MOTIVO-ERRO
034490             END-IF
034492     END-READ.
034494 3150-EXIT.
034496     EXIT.
034498
034500 3200-REJEITAR-LINHA.
034600     ADD 1 TO WS-QTDE-REJEITADOS.
034700     MOVE WS-LINHA-ATUAL TO ERR-LINHA.
035900* FORNECEDOR NO MOTIVO.
036000******************************************************************
036100 3300-APLICAR-RECEBIMENTO.
036110     MOVE UNITARIO TO WS-CUSTO-ANT.
036200     COMPUTE UNITARIO ROUNDED
036300             = (QTDADE * UNITARIO
036400                + WS-QTDADE-REC * WS-CUSTO-REC)
037400     PERFORM 3400-GRAVAR-MOVIMENTO THRU 3400-EXIT.
037410     PERFORM 3500-BAIXAR-PEDIDO    THRU 3500-EXIT.
037420     PERFORM 3600-SOMAR-SALDO-LOCAL THRU 3600-EXIT.
037430     PERFORM 3700-SOMAR-LOTE        THRU 3700-EXIT.
037440     PERFORM 3750-GRAVAR-HISTORICO  THRU 3750-EXIT.
037500     ADD 1 TO WS-QTDE-APLICADOS.
037600 3300-EXIT.
037700     EXIT.
039000     MOVE WS-MOTIVO-REC  TO MOV-MOTIVO.
039100     MOVE WS-CUSTO-REC   TO MOV-UNITARIO.
039150     MOVE "PRODREC"      TO MOV-OPERADOR.
039160     PERFORM 9200-OBTER-NUMERO THRU 9200-EXIT.
039170     MOVE SPACE          TO MOV-ESTORNO.
039180     MOVE ZEROS          TO MOV-NUM-ORIGEM.
039190     MOVE WS-PEDIDO-REC  TO MOV-PEDIDO.
039200     WRITE REG-MOV.
039300     IF ARQST-PRODMOV NOT = "00"
039400        DISPLAY "PRODREC: ERRO NO MOVIMENTO DA LINHA "
040876        MOVE "S" TO WS-HOUVE-ERRO.
040877 3600-EXIT.
040878     EXIT.
040879
040881******************************************************************
040883* SOMA A ENTRADA NO LOTE (LOTES.DAT), CRIANDO-O COM A VALIDADE E
040884* O RECEBIMENTO DA LINHA, E REGISTRA O LOTE TOCADO EM LOTEMOV.DAT
040886* COM O NUMERO DO MOVIMENTO, PARA O ESTORNO DESFAZER.
040888******************************************************************
040889 3700-SOMAR-LOTE.
040891     MOVE WS-CODIGO-REC TO LOTE-CODIGO.
040893     MOVE WS-LOCAL-REC  TO LOTE-LOCAL.
040894     MOVE WS-LOTE-X     TO LOTE-NUMERO.
040896     READ LOTES
040898          INVALID KEY
040899             MOVE WS-VALIDADE-REC TO LOTE-VALIDADE
040901             MOVE WS-RECEB-REC    TO LOTE-RECEBIMENTO
040903             MOVE WS-QTDADE-REC   TO LOTE-QTDADE
040904             WRITE REG-LOTE
040906          NOT INVALID KEY
040908             ADD WS-QTDADE-REC TO LOTE-QTDADE
040909             REWRITE REG-LOTE
040911     END-READ.
040913     IF ARQST-LOTES NOT = "00"
040914        DISPLAY "PRODREC: ERRO NO LOTE DA LINHA "
040916                WS-LINHA-ATUAL " - " ARQST-LOTES
040918        MOVE "S" TO WS-HOUVE-ERRO.
040919     MOVE MOV-NUMERO       TO LMOV-NUMERO.
040921     MOVE LOTE-CODIGO      TO LMOV-CODIGO.
040923     MOVE LOTE-LOCAL       TO LMOV-LOCAL.
040924     MOVE LOTE-NUMERO      TO LMOV-LOTE.
040926     MOVE "E"              TO LMOV-TIPO.
040928     MOVE WS-QTDADE-REC    TO LMOV-QTDE.
040929     MOVE LOTE-VALIDADE    TO LMOV-VALIDADE.
040931     MOVE LOTE-RECEBIMENTO TO LMOV-RECEBIMENTO.
040933     WRITE REG-LMOV.
040934     IF ARQST-LOTEMOV NOT = "00"
040936        DISPLAY "PRODREC: ERRO NO LOTEMOV DA LINHA "
040938                WS-LINHA-ATUAL " - " ARQST-LOTEMOV
040939        MOVE "S" TO WS-HOUVE-ERRO.
040941 3700-EXIT.
040943     EXIT.
040944
040946******************************************************************
040948* GUARDA O RECEBIMENTO NO HISTORICO DE RECEBIMENTOS
040949* (RECEBHST.DAT) PARA O DESEMPENHO DE FORNECEDORES (PRODDESF):
040951* DATA DO RECEBIMENTO FISICO, QUANTIDADE, CUSTO RECEBIDO, CUSTO
040953* MEDIO ANTERIOR A ENTRADA E O PEDIDO JA BAIXADO (DATAS,
040954* PEDIDA E RECEBIDA ATE ESTA CARGA).
040956******************************************************************
040958 3750-GRAVAR-HISTORICO.
040959     IF ARQST-PEDIDOS NOT = "00"
040961        GO TO 3750-EXIT.
040963     MOVE "R"               TO RHST-TIPO.
040964     MOVE MOV-NUMERO        TO RHST-MOV-NUMERO.
040966     MOVE PED-NUMERO        TO RHST-PEDIDO.
040968     MOVE WS-CODIGO-REC     TO RHST-CODIGO.
040969     MOVE PED-FORN-CODIGO   TO RHST-FORN-CODIGO.
040971     MOVE WS-RECEB-REC      TO RHST-DATA.
040973     MOVE WS-HOJE           TO RHST-DATA-LANC.
040974     MOVE WS-QTDADE-REC     TO RHST-QTDE.
040976     MOVE WS-CUSTO-REC      TO RHST-CUSTO.
040978     MOVE WS-CUSTO-ANT      TO RHST-CUSTO-ANT.
040979     MOVE PED-DATA          TO RHST-PED-DATA.
040981     MOVE PED-DATA-PREVISTA TO RHST-PED-PREVISTA.
040983     MOVE PED-QTD-PEDIDA    TO RHST-QTD-PEDIDA.
040984     MOVE PED-QTD-RECEBIDA  TO RHST-QTD-RECEBIDA.
040986     WRITE REG-RHST.
040988     IF ARQST-RECEBHST NOT = "00"
040989        DISPLAY "PRODREC: ERRO NO HISTORICO DA LINHA "
040991                WS-LINHA-ATUAL " - " ARQST-RECEBHST
040993        MOVE "S" TO WS-HOUVE-ERRO.
040994 3750-EXIT.
040996     EXIT.
040998
041000******************************************************************
041100* IMPRIME NO CONSOLE UM RESUMO DA CARGA.
041200******************************************************************
043120     CLOSE PEDIDOS.
043130     CLOSE LOCAIS.
043140     CLOSE SALDOLOC.
043150     CLOSE LOTES.
043160     CLOSE LOTEMOV.
043170     CLOSE RECEBHST.
043200     CLOSE CHECKPOINT.
043300     CLOSE RELERR.
043400     IF NOT HOUVE-ERRO
043500        PERFORM 9100-LIMPAR-CHECKPOINT THRU 9100-EXIT
043510        IF WS-QTDE-REJEITADOS > ZERO
043520           MOVE 4 TO RETURN-CODE
043530        END-IF
043540     ELSE
043550        MOVE 8 TO RETURN-CODE.
043800 9000-EXIT.
043900     EXIT.
044000
044600     CLOSE CHECKPOINT.
044700 9100-EXIT.
044800     EXIT.
044810
044820******************************************************************
044830* NUMERO DO MOVIMENTO: CONTADOR UNICO EM NUMMOV.DAT, O MESMO DA
044840* TELA DE MOVIMENTO, CRIADO NA PRIMEIRA VEZ. ABERTO E FECHADO A
044850* CADA USO PORQUE A TELA PODE ESTAR GRAVANDO AO MESMO TEMPO.
044860******************************************************************
044870 9200-OBTER-NUMERO.
044880     OPEN I-O NUMMOV.
044890     IF ARQST-NUMMOV NOT = "00"
044900        OPEN OUTPUT NUMMOV
044910        CLOSE NUMMOV
044920        OPEN I-O NUMMOV.
044930     READ NUMMOV
044940          AT END
044950             CLOSE NUMMOV
044960             OPEN OUTPUT NUMMOV
044970             MOVE 1 TO NUMM-ULTIMO
044980             MOVE 1 TO MOV-NUMERO
044990             WRITE REG-NUMMOV
045000             CLOSE NUMMOV
045010             GO TO 9200-EXIT
045020     END-READ.
045030     ADD 1 TO NUMM-ULTIMO.
045040     MOVE NUMM-ULTIMO TO MOV-NUMERO.
045050     REWRITE REG-NUMMOV.
045060     IF ARQST-NUMMOV NOT = "00"
045070        DISPLAY "PRODREC: ERRO NO NUMERO DO MOVIMENTO DA LINHA "
045080                WS-LINHA-ATUAL " - " ARQST-NUMMOV
045090        MOVE "S" TO WS-HOUVE-ERRO.
045100     CLOSE NUMMOV.
045110 9200-EXIT.
045120     EXIT.
