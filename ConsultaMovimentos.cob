*> liberado dias depois em AprovacaoPendentes carrega a data de
*> movimento original mas é cortado na geração do dia da decisão. O
*> recorte da faixa é feito linha a linha, pela data de movimento.
*>
*> Cada geração é conferida contra o selo gravado no fechamento
*> (SeloGeracao) antes de ser lida; a que não confere é pulada, com
*> aviso, e a consulta segue nas demais.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WsStatusAuditoria           PIC X(2).

01  WsNomeArqAuditoria          PIC X(60).
01  WsGeracaoRecusada           PIC X(1)    VALUE "N".
    88  GeracaoRecusada                    VALUE "S".
01  WsMensagemSelo              PIC X(132).
COPY SeloGeracaoParm.

01  WsFimGeracoes               PIC X(1)    VALUE "N".
    88  FimGeracoes                        VALUE "S".
    PERFORM 2500-CONSULTAR-GERACOES
    DISPLAY "-----------------------------------------"
    DISPLAY "Gerações consultadas : " WsQtdeGeracoesLidas
        "  puladas (expurgadas ou recusadas pelo selo): "
            WsQtdeGeracoesPuladas
    DISPLAY "Linhas lidas         : " WsQtdeLinhasLidas
    DISPLAY "Movimentos exibidos  : " WsQtdeExibidos
    IF WsQtdeExibidos = ZERO
            " expurgada pela retenção; aquele dia não está mais"
            " disponível para consulta."
    ELSE
        MOVE "N"                            TO WsGeracaoRecusada
        MOVE "V"                            TO SeloFuncao
        MOVE GeracaoData IN RegistroGeracao TO SeloDataGeracao
        MOVE "A"                            TO SeloTipoArquivo
        PERFORM 2650-CHAMAR-SELO
        IF NOT GeracaoRecusada
            ADD 1 TO WsQtdeGeracoesLidas
            MOVE SPACES TO WsNomeArqAuditoria
            STRING "data/somanumeros_auditoria." DELIMITED BY SIZE
                   GeracaoData IN RegistroGeracao DELIMITED BY SIZE
                   ".dat"                        DELIMITED BY SIZE
                INTO WsNomeArqAuditoria
            PERFORM 3000-CONSULTAR-ARQUIVO
        END-IF
    END-IF.

2650-CHAMAR-SELO.
    CALL "SeloGeracao" USING ParametroSelo
    MOVE SPACES TO WsMensagemSelo
    EVALUATE TRUE
        WHEN SeloConfere
            CONTINUE
        WHEN SeloSemSelo
            STRING "Aviso: geração "  DELIMITED BY SIZE
                   SeloDataGeracao    DELIMITED BY SIZE
                   " fechada antes do selo; " DELIMITED BY SIZE
                   SeloCaminho        DELIMITED BY SPACE
                   " lido sem conferência." DELIMITED BY SIZE
                INTO WsMensagemSelo
            DISPLAY WsMensagemSelo
        WHEN OTHER
            STRING "Geração "         DELIMITED BY SIZE
                   SeloDataGeracao    DELIMITED BY SIZE
                   " recusada: "      DELIMITED BY SIZE
                   SeloCaminho        DELIMITED BY SPACE
                   " não confere com o selo do fechamento ("
                                      DELIMITED BY SIZE
                   SeloResultado      DELIMITED BY SIZE
                   ")."               DELIMITED BY SIZE
                INTO WsMensagemSelo
            DISPLAY WsMensagemSelo
    END-EVALUATE
    IF NOT SeloConfere AND NOT SeloSemSelo
        ADD 1 TO WsQtdeGeracoesPuladas
        SET GeracaoRecusada TO TRUE
    END-IF.

3000-CONSULTAR-ARQUIVO.
