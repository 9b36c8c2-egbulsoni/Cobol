              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SEG.

              SELECT RESTPEN ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-REST.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADOR LABEL RECORD STANDARD
                VALUE OF FILE-ID IS "SEGPARM.DAT".
          COPY SEGPARM.

       FD RESTPEN LABEL RECORD STANDARD
                DATA RECORD IS REG-RESTPEN
                VALUE OF FILE-ID IS "RESTPEN.DAT".
          COPY RESTPEN.

       WORKING-STORAGE SECTION.
          01 DATA-SIS.
                02 ANO            PIC 9(04).
         01 ARQST-ASS             PIC X(02).
         01 ARQST-ACE             PIC X(02).
         01 ARQST-SEG             PIC X(02).
         01 ARQST-REST            PIC X(02).
         01 WS-RESULT-ACESSO      PIC X(01) VALUE "F".
         01 WS-MAX-FALHAS         PIC 9(02) VALUE 3.
         01 WS-VALIDADE-SENHA     PIC 9(03) VALUE 90.
         01 WS-FIM-MENU           PIC X(01) VALUE "N".
         01 WS-PROGRAMA           PIC X(08) VALUE SPACES.
         01 WS-NIVEL-EXIGIDO      PIC 9(01) VALUE ZEROS.
         01 WS-PAGINA-MENU        PIC 9(01) VALUE 1.
            88 PAGINA-PRINCIPAL   VALUE 1.
            88 PAGINA-OUTRAS      VALUE 2.
         01 WS-REST-PENDENTE      PIC X(01) VALUE "N".
            88 RESTAURACAO-PENDENTE VALUE "S".

       SCREEN SECTION.
         01 TELA-MENU.
       INICIO.
              PERFORM ABRE-OPER.
              PERFORM ASSINA-OPERADOR.
              PERFORM VERIFICA-RESTAURACAO
                      THRU VERIFICA-RESTAURACAO-FIM.
              PERFORM PROCESSO UNTIL WS-FIM-MENU = "S".
              PERFORM FINALIZA.

                 DISPLAY "ACESSO NEGADO" AT 1219
                 GOBACK.

      * RESTAURACAO DA COPIA DE SEGURANCA INTERROMPIDA OU COM
      * DIVERGENCIA (RESTPEN.DAT COM REGISTRO, VER PRODREST): OS
      * ARQUIVOS NAO SAO CONFIAVEIS E SO O NIVEL 3 ENTRA, PARA REFAZER
      * A RESTAURACAO. SEM O ARQUIVO, OU VAZIO, O SISTEMA ESTA LIBERADO.
       VERIFICA-RESTAURACAO.
              MOVE "N" TO WS-REST-PENDENTE.
              OPEN INPUT RESTPEN.
              IF ARQST-REST NOT = "00"
                 GO TO VERIFICA-RESTAURACAO-FIM.
              READ RESTPEN
                   AT END MOVE ZEROS TO RPN-CONJUNTO
              END-READ.
              CLOSE RESTPEN.
              IF RPN-CONJUNTO = ZEROS
                 GO TO VERIFICA-RESTAURACAO-FIM.
              MOVE "S" TO WS-REST-PENDENTE.
              IF NOT NIVEL-COMPLETO
                 DISPLAY "RESTAURACAO PENDENTE - SISTEMA BLOQUEADO"
                         AT 1219
                 GOBACK.
       VERIFICA-RESTAURACAO-FIM.
              EXIT.

       PEDE-ASSINATURA.
              DISPLAY ERASE AT 0101.
              DISPLAY "CONTROLE DE MERCADORIAS - ASSINATURA" AT 0419.
              ACCEPT WS-OPCAO-MENU AT 2127 WITH PROMPT AUTO.
              IF WS-OPCAO-MENU = 99
                 MOVE "S" TO WS-FIM-MENU
              ELSE
              IF WS-OPCAO-MENU = 98
                 PERFORM TROCA-PAGINA
              ELSE
                 PERFORM ESCOLHE-PROGRAMA
                         THRU ESCOLHE-PROGRAMA-FIM
                 ELSE
                    PERFORM CHAMA-PROGRAMA.

      * A OPCAO 98 ALTERNA ENTRE A PAGINA PRINCIPAL E A PAGINA DAS
      * OUTRAS OPCOES; QUALQUER NUMERO VALE NAS DUAS PAGINAS.
       TROCA-PAGINA.
              IF PAGINA-PRINCIPAL
                 MOVE 2 TO WS-PAGINA-MENU
              ELSE
                 MOVE 1 TO WS-PAGINA-MENU.

      * AS OPCOES QUE O NIVEL DO OPERADOR NAO ALCANCA NEM APARECEM:
      * NIVEL 1 VE CONSULTAS E RELATORIOS, NIVEL 2 GANHA MOVIMENTO,
      * CONTAGEM E PEDIDOS, NIVEL 3 VE TUDO, INCLUSIVE OS CADASTROS
              DISPLAY WS-OPERADOR AT 0315.
              DISPLAY "NIVEL:" AT 0326.
              DISPLAY WS-NIVEL AT 0333.
              IF PAGINA-OUTRAS
                 PERFORM MOSTRA-OUTRAS
                 DISPLAY "98 MENU PRINCIPAL"        AT 1804
              ELSE
                 PERFORM MOSTRA-PRINCIPAL
                 DISPLAY "98 OUTRAS OPCOES"         AT 1804.
              DISPLAY "99 SAIR" AT 1704.
              IF RESTAURACAO-PENDENTE
                 DISPLAY "RESTAURACAO PENDENTE - OPCAO 41"  AT 1904.

       MOSTRA-PRINCIPAL.
              DISPLAY "01 PRODUTOS (TELA)"          AT 0504.
              DISPLAY "02 AVALIACAO DE ESTOQUE"     AT 0604.
              DISPLAY "03 ABAIXO DO MINIMO"         AT 0704.
                 DISPLAY "22 1. FECHA MOVIMENTOS"    AT 1842
                 DISPLAY "27 2. DIARIO CONTABIL"     AT 1942
                 DISPLAY "23 3. FOTOGRAFIA DO MES"   AT 2042.

      * PAGINA DAS OUTRAS OPCOES, COM A MESMA DIVISAO POR NIVEL.
       MOSTRA-OUTRAS.
              DISPLAY "30 LOTES VENCIDOS/A VENCER"  AT 0504.
              DISPLAY "32 MARGEM BRUTA"             AT 0604.
              DISPLAY "33 REQUISICAO DE MATERIAL"   AT 0704.
              DISPLAY "35 REQUISICOES EM ABERTO"    AT 0804.
              DISPLAY "42 DESEMPENHO FORNECEDORES"  AT 0904.
              DISPLAY "44 EXATIDAO DO INVENTARIO"   AT 1004.
              IF WS-NIVEL > 1
                 DISPLAY "34 ATENDE REQUISICOES"     AT 0742
                 DISPLAY "37 MONTAGEM DE KITS"       AT 0842
                 DISPLAY "43 PLANO CONTAGEM CICLICA" AT 1442.
              IF NIVEL-COMPLETO
                 DISPLAY "29 ESTORNO DE RECEBIMENTOS" AT 0542
                 DISPLAY "31 TABELA DE PRECOS"       AT 0642
                 DISPLAY "36 ESTRUTURA DE KITS"      AT 0942
                 DISPLAY "38 EXPURGO DESCONTINUADOS" AT 1042
                 DISPLAY "39 CADEIA NOTURNA"         AT 1142
                 DISPLAY "40 COPIA DE SEGURANCA"     AT 1242
                 DISPLAY "41 RESTAURA COPIA"         AT 1342.

       ESCOLHE-PROGRAMA.
              MOVE SPACES TO WS-PROGRAMA.
                         MOVE 3 TO WS-NIVEL-EXIGIDO
                 WHEN 28 MOVE "PRODSLOC" TO WS-PROGRAMA
                         MOVE 3 TO WS-NIVEL-EXIGIDO
                 WHEN 29 MOVE "PRODEST"  TO WS-PROGRAMA
                         MOVE 3 TO WS-NIVEL-EXIGIDO
                 WHEN 30 MOVE "PRODVENC" TO WS-PROGRAMA
                         MOVE 1 TO WS-NIVEL-EXIGIDO
                 WHEN 31 MOVE "PRODPRE"  TO WS-PROGRAMA
                         MOVE 3 TO WS-NIVEL-EXIGIDO
                 WHEN 32 MOVE "PRODMARG" TO WS-PROGRAMA
                         MOVE 1 TO WS-NIVEL-EXIGIDO
                 WHEN 33 MOVE "PRODREQ"  TO WS-PROGRAMA
                         MOVE 1 TO WS-NIVEL-EXIGIDO
                 WHEN 34 MOVE "PRODATEN" TO WS-PROGRAMA
                         MOVE 2 TO WS-NIVEL-EXIGIDO
                 WHEN 35 MOVE "PRODREQR" TO WS-PROGRAMA
                         MOVE 1 TO WS-NIVEL-EXIGIDO
                 WHEN 36 MOVE "PRODKIT"  TO WS-PROGRAMA
                         MOVE 3 TO WS-NIVEL-EXIGIDO
                 WHEN 37 MOVE "PRODMONT" TO WS-PROGRAMA
                         MOVE 2 TO WS-NIVEL-EXIGIDO
                 WHEN 38 MOVE "PRODPURG" TO WS-PROGRAMA
                         MOVE 3 TO WS-NIVEL-EXIGIDO
                 WHEN 39 MOVE "PRODLOTE" TO WS-PROGRAMA
                         MOVE 3 TO WS-NIVEL-EXIGIDO
                 WHEN 40 MOVE "PRODCOPI" TO WS-PROGRAMA
                         MOVE 3 TO WS-NIVEL-EXIGIDO
                 WHEN 41 MOVE "PRODREST" TO WS-PROGRAMA
                         MOVE 3 TO WS-NIVEL-EXIGIDO
                 WHEN 42 MOVE "PRODDESF" TO WS-PROGRAMA
                         MOVE 1 TO WS-NIVEL-EXIGIDO
                 WHEN 43 MOVE "PRODCICL" TO WS-PROGRAMA
                         MOVE 2 TO WS-NIVEL-EXIGIDO
                 WHEN 44 MOVE "PRODACUR" TO WS-PROGRAMA
                         MOVE 1 TO WS-NIVEL-EXIGIDO
                 WHEN OTHER MOVE SPACES  TO WS-PROGRAMA
              END-EVALUATE.
       ESCOLHE-PROGRAMA-FIM.
              CANCEL WS-PROGRAMA.
              OPEN OUTPUT ASSINADO.
              CLOSE ASSINADO.
              IF WS-PROGRAMA = "PRODREST"
                 PERFORM VERIFICA-RESTAURACAO
                         THRU VERIFICA-RESTAURACAO-FIM.

       GRAVA-ASSINATURA.
              OPEN OUTPUT ASSINADO.
