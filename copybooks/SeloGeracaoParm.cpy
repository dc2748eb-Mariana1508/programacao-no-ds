*> Área de comunicação com SeloGeracao, o selo de integridade dos
*> arquivos das gerações fechadas (somanumeros_saida/auditoria/
*> interface_gl.AAAAMMDD.dat).
*>
*> SeloCalcular ("C"): lê o arquivo da geração e devolve em
*> SeloCalculado a quantidade de registros, os hash totals e o
*> verificador — usado por FechamentoSomaNumeros para gravar o selo no
*> índice de gerações.
*> SeloVerificar ("V"): calcula do mesmo jeito e compara com o selo
*> gravado no índice, devolvendo o resultado em SeloResultado. Os
*> programas que leem gerações chamam antes de abrir o arquivo e
*> recusam a geração que não confere; "SS" (geração fechada antes do
*> selo existir) é aceita com aviso.
*>
*> Hash totals: saída e auditoria = soma de Numero1 + Numero2 (hash 1)
*> e do resultado (hash 2); interface GL = soma dos débitos (hash 1) e
*> dos créditos (hash 2). Campo não numérico conta zero. O verificador
*> percorre cada linha até o último caractere não branco, byte a byte
*> (V = (V * 31 + código do byte) módulo 999999937, e o mesmo com o
*> fim de linha), de modo que troca, inclusão, exclusão ou inversão de
*> linhas mudam o valor mesmo quando as somas continuam batendo.
01  ParametroSelo.
    05  SeloFuncao              PIC X(1).
        88  SeloCalcular                   VALUE "C".
        88  SeloVerificar                  VALUE "V".
    05  SeloDataGeracao         PIC 9(8).
    05  SeloTipoArquivo         PIC X(1).
        88  SeloArquivoSaida               VALUE "S".
        88  SeloArquivoAuditoria           VALUE "A".
        88  SeloArquivoInterfaceGL         VALUE "G".
    05  SeloResultado           PIC X(2).
        88  SeloConfere                    VALUE "OK".
        88  SeloSemSelo                    VALUE "SS".
        88  SeloArquivoAusente             VALUE "AU".
        88  SeloArquivoTruncado            VALUE "TR".
        88  SeloArquivoAlterado            VALUE "AL".
        88  SeloArquivoSobrando            VALUE "EX".
        88  SeloGeracaoExpurgada           VALUE "EP".
        88  SeloForaDoIndice               VALUE "NI".
    05  SeloCaminho             PIC X(60).
    05  SeloCalculado.
        10  SeloCalcPresente    PIC X(1).
        10  SeloCalcQtde        PIC 9(9).
        10  SeloCalcHash1       PIC S9(13)V99.
        10  SeloCalcHash2       PIC S9(13)V99.
        10  SeloCalcVerificador PIC 9(10).
