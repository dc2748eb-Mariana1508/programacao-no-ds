    05  GeracaoSituacao         PIC X(1).
        88  GeracaoFechada                  VALUE "F".
        88  GeracaoExpurgada                VALUE "E".
*> Selo de integridade de cada arquivo da geração, calculado por
*> SeloGeracao no fechamento, logo depois do corte: (1) saída,
*> (2) auditoria, (3) interface GL. GeracaoSeloPresente "S" = arquivo
*> cortado e selado, "N" = não havia arquivo para cortar; quantidade
*> de registros, dois hash totals dos campos de valor e o verificador
*> sobre o conteúdo de cada linha (ver SeloGeracaoParm). Acrescentado
*> ao final para os registros antigos continuarem legíveis: gerações
*> fechadas antes do selo chegam em branco e são tratadas como "sem
*> selo", não como violadas.
    05  GeracaoSelo OCCURS 3 TIMES.
        10  GeracaoSeloPresente     PIC X(1).
            88  GeracaoSeloArquivo             VALUE "S".
            88  GeracaoSeloSemArquivo          VALUE "N".
        10  GeracaoSeloQtde         PIC 9(9).
        10  GeracaoSeloHash1        PIC S9(13)V99 SIGN IS LEADING SEPARATE.
        10  GeracaoSeloHash2        PIC S9(13)V99 SIGN IS LEADING SEPARATE.
        10  GeracaoSeloVerificador  PIC 9(10).
