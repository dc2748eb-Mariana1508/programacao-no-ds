*> movimento a fechar (zero = data corrente) e a retenção em dias
*> (zero = nunca expurgar). Gerações fechadas mais antigas que a
*> retenção são apagadas do disco e marcadas "E" no índice.
*>
*> Cada arquivo cortado é selado na mesma linha do índice (SeloGeracao:
*> quantidade de registros, hash totals dos valores e verificador do
*> conteúdo), para que os programas que voltam a ler a geração e
*> VerificacaoGeracoes provem que ela continua como foi fechada.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

01  WsQtdeExpurgadas            PIC 9(5)    VALUE ZERO.

01  WsSubSelo                   PIC 9(1) COMP.
01  WsLinhaSelo                 PIC X(100).
COPY SeloGeracaoParm.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 1000-LER-PARAMETROS
    MOVE WsDataAtual   TO GeracaoDataFechamento IN RegistroGeracao
    MOVE WsHoraAtual   TO GeracaoHoraFechamento IN RegistroGeracao
    MOVE "F"           TO GeracaoSituacao IN RegistroGeracao
    PERFORM 4100-SELAR-ARQUIVOS
    WRITE RegistroGeracao
    CLOSE ArquivoGeracoes.

4100-SELAR-ARQUIVOS.
    MOVE "C"           TO SeloFuncao
    MOVE WsDataGeracao TO SeloDataGeracao
    MOVE "S" TO SeloTipoArquivo
    MOVE 1   TO WsSubSelo
    PERFORM 4200-SELAR-ARQUIVO
    MOVE "A" TO SeloTipoArquivo
    MOVE 2   TO WsSubSelo
    PERFORM 4200-SELAR-ARQUIVO
    MOVE "G" TO SeloTipoArquivo
    MOVE 3   TO WsSubSelo
    PERFORM 4200-SELAR-ARQUIVO.

4200-SELAR-ARQUIVO.
    CALL "SeloGeracao" USING ParametroSelo
    MOVE SeloCalcPresente
        TO GeracaoSeloPresente IN RegistroGeracao(WsSubSelo)
    MOVE SeloCalcQtde
        TO GeracaoSeloQtde IN RegistroGeracao(WsSubSelo)
    MOVE SeloCalcHash1
        TO GeracaoSeloHash1 IN RegistroGeracao(WsSubSelo)
    MOVE SeloCalcHash2
        TO GeracaoSeloHash2 IN RegistroGeracao(WsSubSelo)
    MOVE SeloCalcVerificador
        TO GeracaoSeloVerificador IN RegistroGeracao(WsSubSelo)
    MOVE SPACES TO WsLinhaSelo
    STRING "Selo "             DELIMITED BY SIZE
           SeloCaminho         DELIMITED BY SPACE
           ": "                DELIMITED BY SIZE
           SeloCalcQtde        DELIMITED BY SIZE
           " registro(s), verificador " DELIMITED BY SIZE
           SeloCalcVerificador DELIMITED BY SIZE
        INTO WsLinhaSelo
    DISPLAY WsLinhaSelo.

5000-EXPURGAR-GERACOES.
    IF WsRetencaoDias = ZERO
        CONTINUE
