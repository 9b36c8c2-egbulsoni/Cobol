001000* DATA        AUTOR   DESCRICAO
001001* 03/09/2026   CPD     STOP RUN TROCADO POR GOBACK PARA O
001002*                      PROGRAMA PODER VOLTAR AO MENU PRODMENU.
001012* 15/10/2026   CPD     ERRO DE ABERTURA DEVOLVE RETURN-CODE 8,
001022*                      PARA A CADEIA NOTURNA (PRODLOTE) PARAR
001032*                      NESTE PASSO.
001100* 09/08/2026   CPD     PROGRAMA ORIGINAL - LISTAGEM/AVALIACAO DE
001200*                      ESTOQUE, LIDA A PARTIR DE PRODUTOS.DAT,
001300*                      COM QUEBRA DE PAGINA E TOTAIS GERAIS DE
017400     IF ARQST-PRODUTOS NOT = "00"
017500        DISPLAY "PRODLIST: ERRO NA ABERTURA DE PRODUTOS.DAT - "
017600                ARQST-PRODUTOS
017610        MOVE 8 TO RETURN-CODE
017700        GOBACK.
017800     OPEN OUTPUT RELLIST.
017900     IF ARQST-RELLIST NOT = "00"
018000        DISPLAY "PRODLIST: ERRO NA ABERTURA DE PRODLIST.LST - "
018100                ARQST-RELLIST
018200        CLOSE PRODUTOS
018210        MOVE 8 TO RETURN-CODE
018300        GOBACK.
018400     PERFORM 1100-LIMPAR-CATEGORIAS THRU 1100-EXIT
018500             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 99.
