001020*                      PRODUTOS E DO LOG (AGORA SO EM
001030*                      FORNECED.DAT); O COMPARATIVO DESSE CAMPO
001040*                      SAIU DA CONSULTA.
001050* 15/10/2026   CPD     MUDANCA DE SITUACAO DO PRODUTO (ATIVO,
001060*                      BLOQUEADO, DESCONTINUADO) SAI NA TRILHA.
001100* 22/08/2026   CPD     PROGRAMA ORIGINAL - CONSULTA DE AUDITORIA
001200*                      SOBRE PRODLOG.DAT. FILTRA POR CODIGO DE
001300*                      PRODUTO, FAIXA DE DATAS E USUARIO
027700        MOVE LOG-ESTQ-MIN-DEPOIS TO CPI-DEPOIS
027800        MOVE WS-DIF-MINIMO       TO CPI-DIFERENCA
027900        WRITE LINHA-RELATORIO FROM LINHA-CAMPO-INT.
027910     IF LOG-SITUACAO-DEPOIS NOT = LOG-SITUACAO-ANTES
027920        MOVE "SITUACAO.....:" TO CPA-CAMPO
027930        MOVE LOG-SITUACAO-ANTES  TO CPA-ANTES
027940        MOVE LOG-SITUACAO-DEPOIS TO CPA-DEPOIS
027950        WRITE LINHA-RELATORIO FROM LINHA-CAMPO-ALFA.
028000     WRITE LINHA-RELATORIO FROM SPACES.
028100 3100-EXIT.
028200     EXIT.
