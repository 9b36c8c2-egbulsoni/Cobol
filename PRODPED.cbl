                02 CATEGORIA      PIC 9(02).
                02 FORN-CODIGO    PIC 9(04).
                02 ESTQ-MINIMO    PIC 9(04).
                02 SITUACAO       PIC X(01).
                     88 PROD-ATIVO         VALUE "A" " ".
                     88 PROD-BLOQUEADO     VALUE "B".
                     88 PROD-DESCONTINUADO VALUE "D".

       FD FORNECED LABEL RECORD STANDARD
                DATA RECORD IS REG-FORN
              MOVE PED-QTDADE-E   TO PED-QTDADE-W.
              MOVE PED-PREVISTA-E TO PED-PREVISTA-W.

      * PEDIDO NOVO SO PARA PRODUTO ATIVO: BLOQUEADO E DESCONTINUADO
      * NAO RECEBEM PEDIDO.
       ACEITA-DADOS.
              ACCEPT PED-CODIGO-E   AT 0628 WITH PROMPT AUTO.
              PERFORM VALIDA-PRODUTO.
              IF WS-PROD-OK NOT = "S"
                 DISPLAY "PRODUTO NAO CADASTRADO" AT 2030
              ELSE
              IF PROD-BLOQUEADO
                 DISPLAY "PRODUTO BLOQUEADO - SEM PEDIDOS" AT 2030
              ELSE
              IF PROD-DESCONTINUADO
                 DISPLAY "PRODUTO DESCONTINUADO - SEM PEDIDOS" AT 2030
              ELSE
              IF WS-FORN-OK NOT = "S"
                 DISPLAY "FORNECEDOR NAO CADASTRADO - VER PRODFORN"
                         AT 2030
