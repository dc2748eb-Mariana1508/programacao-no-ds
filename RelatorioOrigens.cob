*> leitura é da auditoria corrente e dos suspensos gravados hoje — a
*> fila de suspensos é permanente entre lotes e não é cortada pelo
*> fechamento, então o recorte por data de gravação é o que faz o
*> extrato ser diário. A geração fechada só é lida se confere com o
*> selo gravado no fechamento (SeloGeracao).
*>
*> Linhas antigas, de antes do sistema de origem existir nos layouts,
*> chegam com o campo em branco e aparecem agrupadas como "????????".
*>
*> Os valores por operação estão em reais (AuditoriaSoma já vem
*> convertida); a origem que mandou lotes em moeda estrangeira ganha
*> ainda uma linha por moeda, com o total na moeda original e o
*> convertido. Linha sem moeda é de reais.
*>
*> O resultado sai no console e em data/somanumeros_origens_rpt.dat.

ENVIRONMENT DIVISION.

01  WsEntradaData               PIC X(8).
01  WsDataGeracao               PIC 9(8).
01  WsMensagemSelo              PIC X(132).
COPY SeloGeracaoParm.
01  WsDataSuspensos             PIC 9(8).

01  WsGeracaoInformada          PIC X(1)    VALUE "N".
        10  WsOrigOperacao OCCURS 4 TIMES.
            15  WsOrigOpQtde    PIC 9(7).
            15  WsOrigOpValor   PIC S9(11)V99.
        10  WsOrigMoedaQtde     PIC 9(1).
        10  WsOrigMoeda OCCURS 5 TIMES.
            15  WsOrigMoedaCodigo   PIC X(3).
            15  WsOrigMoedaRegs     PIC 9(7).
            15  WsOrigMoedaOrig     PIC S9(11)V99.
            15  WsOrigMoedaReais    PIC S9(11)V99.

01  WsOrigSub                   PIC 9(2) COMP.
01  WsOrigIndice                PIC 9(2) COMP.
01  WsOpSub                     PIC 9(2) COMP.
01  WsMoedaSub                  PIC 9(2) COMP.
01  WsMoedaIndice               PIC 9(2) COMP.

01  WsOrigemEncontrada          PIC X(1)    VALUE "N".
    88  OrigemEncontrada                   VALUE "S".
01  WsQtdeSuspensosDia          PIC 9(7)    VALUE ZERO.

01  WsValorEdt                  PIC -(10)9.99.
01  WsValorOrigEdt              PIC -(10)9.99.

01  WsDataAtual                 PIC 9(8).
01  WsHoraAtual                 PIC 9(8).
                    " retenção; aquele dia não está mais disponível."
                STOP RUN
            WHEN "F"
                MOVE "V"           TO SeloFuncao
                MOVE WsDataGeracao TO SeloDataGeracao
                MOVE "A"           TO SeloTipoArquivo
                PERFORM 1150-CHAMAR-SELO
            WHEN OTHER
                DISPLAY "Aviso: a geração " WsDataGeracao " não"
                    " consta no índice; o dia pode ainda não ter"
        END-EVALUATE
    END-IF.

1150-CHAMAR-SELO.
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

1500-ABRIR-ARQUIVOS.
    OPEN INPUT ArquivoAuditoria
    IF WsStatusAuditoria NOT = "00"
    IF WsOrigIndice > ZERO
        ADD 1 TO WsOrigPostados(WsOrigIndice)
        PERFORM 3200-ACUMULAR-OPERACAO
        IF AuditoriaMoeda NOT = SPACES AND AuditoriaMoeda NOT = "BRL"
            PERFORM 3250-ACUMULAR-MOEDA
        END-IF
        PERFORM 3300-CONTAR-LOTE
    END-IF.

            MOVE ZERO TO WsOrigQtdeLotes(WsOrigIndice)
            MOVE ZERO TO WsOrigPostados(WsOrigIndice)
            MOVE ZERO TO WsOrigSuspensos(WsOrigIndice)
            MOVE ZERO TO WsOrigMoedaQtde(WsOrigIndice)
            PERFORM VARYING WsOpSub FROM 1 BY 1 UNTIL WsOpSub > 4
                MOVE ZERO TO WsOrigOpQtde(WsOrigIndice WsOpSub)
                MOVE ZERO TO WsOrigOpValor(WsOrigIndice WsOpSub)
        END-IF
    END-PERFORM.

3250-ACUMULAR-MOEDA.
    MOVE ZERO TO WsMoedaIndice
    PERFORM VARYING WsMoedaSub FROM 1 BY 1
            UNTIL WsMoedaSub > WsOrigMoedaQtde(WsOrigIndice)
                OR WsMoedaIndice > ZERO
        IF WsOrigMoedaCodigo(WsOrigIndice WsMoedaSub) = AuditoriaMoeda
            MOVE WsMoedaSub TO WsMoedaIndice
        END-IF
    END-PERFORM
    IF WsMoedaIndice = ZERO
        IF WsOrigMoedaQtde(WsOrigIndice) >= 5
            DISPLAY "Mais de 5 moedas estrangeiras na origem "
                WsSistemaLinha "; linhas em " AuditoriaMoeda
                " fora do total por moeda."
        ELSE
            ADD 1 TO WsOrigMoedaQtde(WsOrigIndice)
            MOVE WsOrigMoedaQtde(WsOrigIndice) TO WsMoedaIndice
            MOVE AuditoriaMoeda
                TO WsOrigMoedaCodigo(WsOrigIndice WsMoedaIndice)
            MOVE ZERO TO WsOrigMoedaRegs(WsOrigIndice WsMoedaIndice)
            MOVE ZERO TO WsOrigMoedaOrig(WsOrigIndice WsMoedaIndice)
            MOVE ZERO TO WsOrigMoedaReais(WsOrigIndice WsMoedaIndice)
        END-IF
    END-IF
    IF WsMoedaIndice > ZERO
        ADD 1 TO WsOrigMoedaRegs(WsOrigIndice WsMoedaIndice)
        ADD AuditoriaValorOriginal
            TO WsOrigMoedaOrig(WsOrigIndice WsMoedaIndice)
        ADD AuditoriaSoma
            TO WsOrigMoedaReais(WsOrigIndice WsMoedaIndice)
    END-IF.

*> Conta cada par origem+lote uma única vez, venha ele da auditoria
*> ou da fila de suspensos — um lote cujos detalhes caíram todos em
*> suspensos não tem linha de auditoria, mas foi recebido mesmo assim.
            PERFORM 8000-GRAVAR-LINHA
        END-IF
    END-PERFORM
    PERFORM VARYING WsMoedaSub FROM 1 BY 1
            UNTIL WsMoedaSub > WsOrigMoedaQtde(WsOrigSub)
        MOVE WsOrigMoedaOrig(WsOrigSub WsMoedaSub)  TO WsValorOrigEdt
        MOVE WsOrigMoedaReais(WsOrigSub WsMoedaSub) TO WsValorEdt
        MOVE SPACES TO WsLinhaRelatorio
        STRING "  Moeda "    DELIMITED BY SIZE
               WsOrigMoedaCodigo(WsOrigSub WsMoedaSub)
                             DELIMITED BY SIZE
               "  : "        DELIMITED BY SIZE
               WsOrigMoedaRegs(WsOrigSub WsMoedaSub)
                             DELIMITED BY SIZE
               "  original " DELIMITED BY SIZE
               WsValorOrigEdt DELIMITED BY SIZE
               "  em reais " DELIMITED BY SIZE
               WsValorEdt    DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-PERFORM
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA.

