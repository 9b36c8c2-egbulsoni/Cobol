                02 MOT-DESCR-E    PIC X(20).
                02 MOT-TIPO-E     PIC X(01).
          01 MOT-CODIGO-W         PIC 9(03).
             88 MOT-CODIGO-KIT    VALUE 901 THRU 904.

         01 ARQST-MOT             PIC X(02).
         01 ARQST-OPER            PIC X(02).
              MOVE "A"    TO WS-MODO.
              DISPLAY WS-ESPACO AT 1535.

      * CODIGO 999 ENCERRA O PROGRAMA. OS CODIGOS 901 A 904 SAO DA
      * MONTAGEM E DESMONTAGEM DE KITS (PRODMONT, QUE OS CRIA) E NAO
      * SAO MANTIDOS AQUI.
       ENTRA-CODIGO.
              ACCEPT MOT-CODIGO-E AT 0437 WITH PROMPT AUTO.
              MOVE   MOT-CODIGO-E TO MOT-CODIGO-W.
              IF MOT-CODIGO-W = ZEROS
                 DISPLAY "CODIGO NAO PODE SER ZERO" AT 1535
                 MOVE ZEROS TO WS-FL
              ELSE
              IF MOT-CODIGO-KIT
                 DISPLAY "CODIGO RESERVADO PARA KITS (901 A 904)"
                         AT 1535
                 MOVE ZEROS TO WS-FL
              ELSE
                 DISPLAY WS-ESPACO AT 1535
                 MOVE MOT-CODIGO-W TO MOT-CODIGO
