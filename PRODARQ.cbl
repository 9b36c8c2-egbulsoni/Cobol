001030*                      TAMBEM DA FOTOGRAFIA MENSAL.
001050* 22/08/2026   CPD     FOTOGRAFIA PASSA A CARREGAR CATEGORIA,
001060*                      FORNECEDOR E ESTOQUE MINIMO DO CADASTRO.
001069* 15/10/2026   CPD     ERRO DE ABERTURA DEVOLVE RETURN-CODE 8,
001078*                      PARA A CADEIA NOTURNA (PRODLOTE) PARAR
001087*                      NESTE PASSO.
001100* 09/08/2026   CPD     PROGRAMA ORIGINAL - ARQUIVAMENTO MENSAL
001200*                      DE PRODUTOS.DAT (FOTOGRAFIA DATADA) E
001300*                      RESUMO DO VALOR TOTAL DO ESTOQUE, PARA
011200     IF ARQST-PRODUTOS NOT = "00"
011300        DISPLAY "PRODARQ: ERRO NA ABERTURA DE PRODUTOS.DAT - "
011400                ARQST-PRODUTOS
011410        MOVE 8 TO RETURN-CODE
011500        GOBACK.
011600     OPEN OUTPUT PRODHIST.
011700     IF ARQST-PRODHIST NOT = "00"
011800        DISPLAY "PRODARQ: ERRO NA ABERTURA DO ARQUIVAMENTO - "
011900                ARQST-PRODHIST
012000        CLOSE PRODUTOS
012010        MOVE 8 TO RETURN-CODE
012100        GOBACK.
012200     OPEN EXTEND PRODVAL.
012300     IF ARQST-PRODVAL NOT = "00"
015100        DISPLAY "PRODARQ: ERRO AO GRAVAR ARQUIVAMENTO - "
015200                ARQST-PRODHIST
015300        PERFORM 9000-ENCERRAR THRU 9000-EXIT
015310        MOVE 8 TO RETURN-CODE
015400        GOBACK.
015500     ADD 1            TO WS-QTDE-ITENS.
015600     ADD QTDADE       TO WS-QTDADE-TOTAL.
