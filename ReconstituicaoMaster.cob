*> datadas listadas em data/somanumeros_geracoes.dat (as expurgadas
*> são puladas, com aviso — o acumulado daqueles dias não é mais
*> reconstituível) e reacumula quantidade e saldo por chave do mestre
*> (data de movimento + operação). Cada geração é conferida contra o
*> selo gravado no fechamento (SeloGeracao) antes de ser lida; uma que
*> não confere interrompe a execução, pois um mestre reconstituído ou
*> certificado sobre trilha alterada não prova nada.
*>
*> O operador pode informar uma data inicial para limitar o período:
*> só entram as gerações e as linhas com data de movimento a partir
    88  FimMaster                          VALUE "S".

01  WsNomeArqAuditoria          PIC X(60).
01  WsMensagemSelo              PIC X(132).
COPY SeloGeracaoParm.

01  WsModoExecucao              PIC X(1).
    88  ModoReconstruir                    VALUE "R".
            " expurgada pela retenção; o acumulado daquele dia não é"
            " mais reconstituível."
    ELSE
        MOVE "V"                            TO SeloFuncao
        MOVE GeracaoData IN RegistroGeracao TO SeloDataGeracao
        MOVE "A"                            TO SeloTipoArquivo
        PERFORM 2750-CHAMAR-SELO
        ADD 1 TO WsQtdeGeracoesLidas
        MOVE SPACES TO WsNomeArqAuditoria
        STRING "data/somanumeros_auditoria." DELIMITED BY SIZE
        PERFORM 3000-ACUMULAR-ARQUIVO-AUDITORIA
    END-IF.

2750-CHAMAR-SELO.
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
        DISPLAY "Rode VerificacaoGeracoes para o detalhe."
        STOP RUN
    END-IF.

3000-ACUMULAR-ARQUIVO-AUDITORIA.
    MOVE "N" TO WsFimAuditoria
    OPEN INPUT ArquivoAuditoria
