*> com bloco de assinatura, para evidenciar à auditoria que o GL
*> recebeu exatamente o que foi calculado. A conferência roda sobre os
*> arquivos correntes ou, informada uma data, sobre a geração datada
*> cortada por FechamentoSomaNumeros; a geração só é conferida se os
*> três arquivos batem com o selo gravado no fechamento (SeloGeracao).
*>
*> Os valores casados são os em reais; a moeda, o valor original e a
*> taxa de câmbio também precisam ser os mesmos nas três vias (linhas
*> antigas, sem moeda, só se comparam em reais), e o relatório fecha
*> com os totais por moeda — original e convertido — da auditoria.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05  WsGLIndicador1          PIC X(1).
    05  WsGLIndicador2          PIC X(1).
01  WsValorEsperado             PIC 9(8)V99.
01  WsValorOriginalEsperado     PIC 9(8)V99.

01  WsMoedaLinha                PIC X(3).
01  WsMoedas.
    05  WsMoedaQtde             PIC 9(2)     VALUE ZERO.
    05  WsMoedaEntrada OCCURS 20 TIMES.
        10  WsMoedaCodigo       PIC X(3).
        10  WsMoedaRegistros    PIC 9(7).
        10  WsMoedaTotalOrig    PIC S9(11)V99.
        10  WsMoedaTotalReais   PIC S9(11)V99.
01  WsMoedaSub                  PIC 9(2) COMP.
01  WsMoedaIndice               PIC 9(2) COMP.
01  WsTotalOrigEdt              PIC -(11)9.99.
01  WsTotalReaisEdt             PIC -(11)9.99.

01  WsContadores.
    05  WsQtdeAuditoria         PIC 9(7)    VALUE ZERO.
    05  WsQtdeGLOrfas           PIC 9(7)    VALUE ZERO.

01  WsLinhaRelatorio            PIC X(132).
01  WsMensagemSelo              PIC X(132).
COPY SeloGeracaoParm.
01  WsPonteiro                  PIC 9(3) COMP.
01  WsDataAtual                 PIC 9(8).
01  WsHoraAtual                 PIC 9(8).
            SET GeracaoInformada TO TRUE
            MOVE WsEntradaData TO WsDataGeracao
            PERFORM 1100-MONTAR-NOMES-GERACAO
            PERFORM 1200-CONFERIR-SELO
        END-IF
    END-IF.

           ".dat"                           DELIMITED BY SIZE
        INTO WsNomeArqInterfaceGL.

1200-CONFERIR-SELO.
    MOVE "V"           TO SeloFuncao
    MOVE WsDataGeracao TO SeloDataGeracao
    MOVE "A" TO SeloTipoArquivo
    PERFORM 1250-CHAMAR-SELO
    MOVE "S" TO SeloTipoArquivo
    PERFORM 1250-CHAMAR-SELO
    MOVE "G" TO SeloTipoArquivo
    PERFORM 1250-CHAMAR-SELO.

1250-CHAMAR-SELO.
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
        PERFORM 3100-CONFERIR-SAIDA
    END-IF
    PERFORM 3200-CONFERIR-PAR-GL
    PERFORM 3400-ACUMULAR-MOEDA
    ADD 1 TO WsQtdeConferidos.

3100-CONFERIR-SAIDA.
                OR Numero2-Sai NOT = AuditoriaNumero2
                OR CodigoOperacao-Sai NOT = AuditoriaCodigoOperacao
                OR Soma-Sai NOT = AuditoriaSoma
                OR Moeda-Sai NOT = AuditoriaMoeda
                OR (AuditoriaMoeda NOT = SPACES
                    AND (ValorOriginal-Sai NOT = AuditoriaValorOriginal
                      OR TaxaCambio-Sai NOT = AuditoriaTaxaCambio))
            PERFORM 7000-MONTAR-CHAVE-DIVERGENCIA
            STRING "linha de saída não confere (lote "
                       DELIMITED BY SIZE

3200-CONFERIR-PAR-GL.
    COMPUTE WsValorEsperado = FUNCTION ABS(AuditoriaSoma)
    IF AuditoriaMoeda NOT = SPACES
        COMPUTE WsValorOriginalEsperado
            = FUNCTION ABS(AuditoriaValorOriginal)
    END-IF
    PERFORM 2200-LER-GL
    IF FimGL
        PERFORM 7000-MONTAR-CHAVE-DIVERGENCIA
               ")"           DELIMITED BY SIZE
            INTO WsLinhaRelatorio WITH POINTER WsPonteiro
        PERFORM 7500-APONTAR-DIVERGENCIA
    END-IF
    IF GLMoedaOriginal NOT = AuditoriaMoeda
            OR (AuditoriaMoeda NOT = SPACES
                AND (GLValorOriginal NOT = WsValorOriginalEsperado
                  OR GLTaxaCambio NOT = AuditoriaTaxaCambio))
        PERFORM 7000-MONTAR-CHAVE-DIVERGENCIA
        STRING "moeda/valor original/taxa GL difere da auditoria ("
                   DELIMITED BY SIZE
               GLIndicadorDC   DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               GLMoedaOriginal DELIMITED BY SIZE
               ")"             DELIMITED BY SIZE
            INTO WsLinhaRelatorio WITH POINTER WsPonteiro
        PERFORM 7500-APONTAR-DIVERGENCIA
    END-IF.

*> Totais por moeda da auditoria; linha sem moeda é de reais.
3400-ACUMULAR-MOEDA.
    IF AuditoriaMoeda = SPACES
        MOVE "BRL" TO WsMoedaLinha
    ELSE
        MOVE AuditoriaMoeda TO WsMoedaLinha
    END-IF
    MOVE ZERO TO WsMoedaIndice
    PERFORM VARYING WsMoedaSub FROM 1 BY 1
            UNTIL WsMoedaSub > WsMoedaQtde OR WsMoedaIndice > ZERO
        IF WsMoedaCodigo(WsMoedaSub) = WsMoedaLinha
            MOVE WsMoedaSub TO WsMoedaIndice
        END-IF
    END-PERFORM
    IF WsMoedaIndice = ZERO AND WsMoedaQtde < 20
        ADD 1 TO WsMoedaQtde
        MOVE WsMoedaQtde  TO WsMoedaIndice
        MOVE WsMoedaLinha TO WsMoedaCodigo(WsMoedaIndice)
        MOVE ZERO TO WsMoedaRegistros(WsMoedaIndice)
        MOVE ZERO TO WsMoedaTotalOrig(WsMoedaIndice)
        MOVE ZERO TO WsMoedaTotalReais(WsMoedaIndice)
    END-IF
    IF WsMoedaIndice > ZERO
        ADD 1 TO WsMoedaRegistros(WsMoedaIndice)
        IF AuditoriaMoeda = SPACES
            ADD AuditoriaSoma TO WsMoedaTotalOrig(WsMoedaIndice)
        ELSE
            ADD AuditoriaValorOriginal
                TO WsMoedaTotalOrig(WsMoedaIndice)
        END-IF
        ADD AuditoriaSoma TO WsMoedaTotalReais(WsMoedaIndice)
    END-IF.

3500-CONFERIR-ORFAOS.
           WsQtdeGLOrfas DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    PERFORM VARYING WsMoedaSub FROM 1 BY 1
            UNTIL WsMoedaSub > WsMoedaQtde
        MOVE WsMoedaTotalOrig(WsMoedaSub)  TO WsTotalOrigEdt
        MOVE WsMoedaTotalReais(WsMoedaSub) TO WsTotalReaisEdt
        MOVE SPACES TO WsLinhaRelatorio
        STRING "Moeda " DELIMITED BY SIZE
               WsMoedaCodigo(WsMoedaSub)    DELIMITED BY SIZE
               "                : "         DELIMITED BY SIZE
               WsMoedaRegistros(WsMoedaSub) DELIMITED BY SIZE
               "  original "                DELIMITED BY SIZE
               WsTotalOrigEdt               DELIMITED BY SIZE
               "  em reais "                DELIMITED BY SIZE
               WsTotalReaisEdt              DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-PERFORM
    MOVE SPACES TO WsLinhaRelatorio
    IF WsQtdeDivergencias = ZERO
            AND WsQtdeSaidaOrfas = ZERO
