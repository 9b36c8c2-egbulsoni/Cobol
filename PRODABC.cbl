000800* HISTORICO DE ALTERACOES
000900******************************************************************
001000* DATA        AUTOR   DESCRICAO
001010* 15/10/2026   CPD     NUMERO DO MOVIMENTO E MARCAS DE ESTORNO NO
001020*                      REGISTRO DE MOVIMENTO: AREA DE COPIA DO
001030*                      MOVAAMM.HST AJUSTADA PARA 82 BYTES. SAIDA
001040*                      ESTORNADA NAO ENTRA NO VALOR DE SAIDA DA
001050*                      CURVA.
001059* 15/10/2026   CPD     A CLASSE DE CADA PRODUTO (A, B OU C; SEM
001068*                      SAIDA NA FAIXA, C) FICA GRAVADA EM
001077*                      CLASSABC.DAT PARA O PLANO DE CONTAGEM
001086*                      CICLICA (PRODCICL).
001100* 03/09/2026   CPD     PROGRAMA ORIGINAL - CURVA ABC E ESTOQUE
001200*                      SEM GIRO. RECEBE UMA FAIXA DE PERIODOS
001300*                      (AAAAMM INICIAL E FINAL) POR CARTAO DE
005700     SELECT RELABC ASSIGN TO PRINTER
005800            ORGANIZATION LINE SEQUENTIAL
005900            FILE STATUS IS ARQST-RELABC.
005910
005920     SELECT CLASSABC ASSIGN TO DISK
005930            ORGANIZATION SEQUENTIAL
005940            ACCESS MODE SEQUENTIAL
005950            FILE STATUS IS ARQST-CLASSABC.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
007100 FD  MOVARQ LABEL RECORD STANDARD
007200     DATA RECORD IS REG-ARQMOV
007300     VALUE OF FILE-ID IS WS-NOME-MOVARQ.
007400 01  REG-ARQMOV                  PIC X(82).
007500
007600 SD  CLASSIF
007700     DATA RECORD IS REG-SORT.
008900 FD  RELABC LABEL RECORD STANDARD
009000     VALUE OF FILE-ID IS "PRODABC.LST".
009100 01  LINHA-RELATORIO             PIC X(132).
009110
009120 FD  CLASSABC LABEL RECORD STANDARD
009130     VALUE OF FILE-ID IS "CLASSABC.DAT".
009140     COPY CLASSABC.
009200
009300 WORKING-STORAGE SECTION.
009400 01  ARQST-PRODUTOS              PIC X(02).
009600 01  ARQST-MOVARQ                PIC X(02).
009700 01  ARQST-ABCTRAB               PIC X(02).
009800 01  ARQST-RELABC                PIC X(02).
009810 01  ARQST-CLASSABC              PIC X(02).
009900
010000 01  WS-SWITCHES.
010100     02  WS-FIM-PRODUTOS         PIC X(01) VALUE "N".
032600                ARQST-RELABC
032700        CLOSE PRODUTOS
032800        GOBACK.
032810     OPEN OUTPUT CLASSABC.
032820     IF ARQST-CLASSABC NOT = "00"
032830        DISPLAY "PRODABC: ERRO NA ABERTURA DE CLASSABC.DAT - "
032840                ARQST-CLASSABC
032850        CLOSE PRODUTOS
032860        CLOSE RELABC
032870        GOBACK.
032900     MOVE WS-DIA-SIS TO CAB1-DIA.
033000     MOVE WS-MES-SIS TO CAB1-MES.
033100     MOVE WS-ANO-SIS TO CAB1-ANO.
045400        MOVE WS-DATA-MOV TO WS-ABC-ULT-DATA (MOV-CODIGO).
045500     IF NOT MOV-SAIDA
045600        GO TO 3600-EXIT.
045610     IF MOV-ESTORNADO OR MOV-DE-ESTORNO
045620        GO TO 3600-EXIT.
045700     COMPUTE WS-PERIODO-MOV = MOV-ANO * 100 + MOV-MES.
045800     IF WS-PERIODO-MOV < WS-PERIODO-DE-N
045900        OR WS-PERIODO-MOV > WS-PERIODO-ATE-N
054200     MOVE WS-PERC-ACUM        TO DET-PERC-ACUM.
054300     MOVE WS-CLASSE           TO DET-CLASSE.
054400     WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
054410     MOVE TRB-CODIGO          TO CABC-CODIGO.
054420     PERFORM 5300-GRAVAR-CLASSE THRU 5300-EXIT.
054500     PERFORM 5200-LER-TRAB THRU 5200-EXIT.
054600 5100-EXIT.
054700     EXIT.
055100          AT END MOVE "S" TO WS-FIM-TRAB.
055200 5200-EXIT.
055300     EXIT.
055306
055312******************************************************************
055318* GUARDA A CLASSE DO PRODUTO EM CLASSABC.DAT PARA O PLANO DE
055324* CONTAGEM CICLICA (PRODCICL). O CODIGO VEM EM CABC-CODIGO E A
055330* CLASSE EM WS-CLASSE.
055336******************************************************************
055342 5300-GRAVAR-CLASSE.
055348     MOVE WS-CLASSE       TO CABC-CLASSE.
055354     MOVE WS-DATA-SISTEMA TO CABC-DATA.
055360     WRITE REG-CABC.
055366     IF ARQST-CLASSABC NOT = "00"
055372        DISPLAY "PRODABC: ERRO NA GRAVACAO DE CLASSABC.DAT - "
055378                ARQST-CLASSABC.
055384 5300-EXIT.
055390     EXIT.
055400
055500******************************************************************
055600* SEGUNDA SECAO: PRODUTOS DO CADASTRO SEM NENHUMA SAIDA NA
057300        OR WS-ABC-VAL-SAIDA (WS-SUB) > ZERO
057400        GO TO 6100-EXIT.
057500     ADD 1 TO WS-QTDE-SEM-GIRO.
057510     MOVE "C"    TO WS-CLASSE.
057520     MOVE WS-SUB TO CABC-CODIGO.
057530     PERFORM 5300-GRAVAR-CLASSE THRU 5300-EXIT.
057600     ADD WS-ABC-CAPITAL (WS-SUB) TO WS-CAPITAL-PARADO.
057700     MOVE WS-SUB                 TO GIR-CODIGO.
057800     MOVE WS-ABC-NOME    (WS-SUB) TO GIR-NOME.
061100******************************************************************
061200 9000-ENCERRAR.
061300     CLOSE RELABC.
061310     CLOSE CLASSABC.
061400 9000-EXIT.
061500     EXIT.
