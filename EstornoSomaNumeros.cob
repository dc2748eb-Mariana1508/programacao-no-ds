*> multiplicação e divisão negam apenas Numero1, preservando Numero2
*> (em especial o divisor).
*>
*> O lançamento original em moeda estrangeira é estornado na mesma
*> moeda e pela mesma taxa gravada na auditoria, informadas no próprio
*> detalhe: o estorno anula exatamente o valor em reais postado, mesmo
*> que a taxa do dia do estorno seja outra e que a seleção misture
*> moedas.
*>
*> Como o fechamento diário corta a auditoria para uma geração datada
*> — e um lote errado normalmente só é descoberto depois do corte,
*> quando o GL devolve o feed — o operador pode informar a data da
*> geração a ler (somanumeros_auditoria.AAAAMMDD.dat); em branco, a
*> leitura é do arquivo corrente. A geração só é lida se confere com
*> o selo gravado no fechamento (SeloGeracao).
*>
*> O lote de estorno sai datado do dia, no período contábil corrente:
*> com o mês corrente fechado em data/somanumeros_periodos.dat o lote
*> não teria onde postar e nada é gerado. Lançamentos originais de
*> meses já fechados são estornados normalmente: cada detalhe leva a
*> data de movimento do original (DataOriginalDetalhe-Ent) e
*> SomaNumerosLote posta o estorno no primeiro período aberto depois
*> dele; o resumo mostra quantos eram de período fechado (o vínculo
*> com o original fica no complemento de estorno).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusEstorno.

    SELECT ArquivoPeriodos ASSIGN TO "data/somanumeros_periodos.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusPeriodos.

DATA DIVISION.
FILE SECTION.
FD  ArquivoAuditoria
    RECORDING MODE IS F.
COPY LoteEntradaRec.

FD  ArquivoPeriodos
    RECORDING MODE IS F.
COPY PeriodoRec.

WORKING-STORAGE SECTION.
01  WsStatusAuditoria           PIC X(2).
01  WsStatusEstorno             PIC X(2).
01  WsStatusPeriodos            PIC X(2).

*> Situação dos períodos contábeis, carregada de
*> data/somanumeros_periodos.dat em 0670-CARREGAR-PERIODOS; mês fora
*> da tabela está aberto. Sem o arquivo, todos os meses estão abertos.
01  WsFimPeriodos               PIC X(1)    VALUE "N".
    88  FimPeriodos                        VALUE "S".

01  WsPeriodos.
    05  WsPeriodoQtde           PIC 9(3)    VALUE ZERO.
    05  WsPeriodoEntrada OCCURS 240 TIMES.
        10  WsPerAnoMes         PIC 9(6).
        10  WsPerSituacao       PIC X(1).

01  WsPeriodoSub                PIC 9(3) COMP.
01  WsAnoMesConsulta            PIC 9(6).
01  WsSituacaoConsulta          PIC X(1).
    88  ConsultaPeriodoFechado             VALUE "F".
    88  ConsultaPeriodoEmFechamento        VALUE "E".

01  WsNomeArqAuditoria          PIC X(60)
        VALUE "data/somanumeros_auditoria.dat".
01  WsDataGeracao               PIC 9(8).
01  WsMensagemSelo              PIC X(132).
COPY SeloGeracaoParm.

01  WsFimArquivo                PIC X(1)    VALUE "N".
    88  FimArquivo                         VALUE "S".
01  WsQtdeLidos                 PIC 9(7)      VALUE ZERO.
01  WsQtdeGerados               PIC 9(7)      VALUE ZERO.
01  WsQtdeEstornosPulados       PIC 9(7)      VALUE ZERO.
01  WsQtdePeriodoFechado        PIC 9(7)      VALUE ZERO.
01  WsHashNumero1               PIC S9(11)V99 VALUE ZERO.
01  WsHashNumero2               PIC S9(11)V99 VALUE ZERO.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 0670-CARREGAR-PERIODOS
    PERFORM 0850-VERIFICAR-PERIODO-CORRENTE
    PERFORM 0900-OBTER-GERACAO
    PERFORM 1000-OBTER-SELECAO
    PERFORM 1500-ABRIR-ARQUIVOS
    PERFORM 4000-ENCERRAR
    STOP RUN.

*> A situação dos períodos é opcional como o calendário: sem
*> data/somanumeros_periodos.dat todos os meses estão abertos.
0670-CARREGAR-PERIODOS.
    OPEN INPUT ArquivoPeriodos
    IF WsStatusPeriodos = "00"
        PERFORM UNTIL FimPeriodos
            READ ArquivoPeriodos
                AT END
                    SET FimPeriodos TO TRUE
                NOT AT END
                    IF WsPeriodoQtde >= 240
                        DISPLAY "Situação com mais de 240 períodos;"
                            " linha excedente ignorada."
                    ELSE
                        ADD 1 TO WsPeriodoQtde
                        MOVE PeriodoAnoMes
                            TO WsPerAnoMes(WsPeriodoQtde)
                        MOVE PeriodoSituacao
                            TO WsPerSituacao(WsPeriodoQtde)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArquivoPeriodos
    END-IF.

*> Situação do mês WsAnoMesConsulta em WsSituacaoConsulta.
0675-CONSULTAR-PERIODO.
    MOVE "A" TO WsSituacaoConsulta
    PERFORM VARYING WsPeriodoSub FROM 1 BY 1
            UNTIL WsPeriodoSub > WsPeriodoQtde
        IF WsPerAnoMes(WsPeriodoSub) = WsAnoMesConsulta
            MOVE WsPerSituacao(WsPeriodoSub) TO WsSituacaoConsulta
        END-IF
    END-PERFORM.

0850-VERIFICAR-PERIODO-CORRENTE.
    ACCEPT WsDataAtual FROM DATE YYYYMMDD
    MOVE WsDataAtual(1:6) TO WsAnoMesConsulta
    PERFORM 0675-CONSULTAR-PERIODO
    IF ConsultaPeriodoFechado
        DISPLAY "Período contábil " WsAnoMesConsulta " fechado; o lote"
            " de estorno não teria onde postar. Nada foi gerado."
        STOP RUN
    END-IF.

0900-OBTER-GERACAO.
    DISPLAY "Data da geração da auditoria (AAAAMMDD, vazio = arquivo"
        " corrente): " WITH NO ADVANCING.
                   WsDataGeracao                 DELIMITED BY SIZE
                   ".dat"                        DELIMITED BY SIZE
                INTO WsNomeArqAuditoria
            MOVE "V"           TO SeloFuncao
            MOVE WsDataGeracao TO SeloDataGeracao
            MOVE "A"           TO SeloTipoArquivo
            PERFORM 0950-CHAMAR-SELO
        END-IF
    END-IF.

0950-CHAMAR-SELO.
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

1000-OBTER-SELECAO.
    DISPLAY "Seleção dos lançamentos (L=por lote P=por período): "
        WITH NO ADVANCING.
    MOVE "E"                     TO TipoLancamento-Ent
    MOVE AuditoriaLoteId         TO EstornoLoteOrigem-Ent
    MOVE AuditoriaNumRegistro    TO EstornoRegistroOrigem-Ent
    IF AuditoriaMoeda NOT = SPACES AND AuditoriaMoeda NOT = "BRL"
        MOVE AuditoriaMoeda      TO MoedaDetalhe-Ent
        MOVE AuditoriaTaxaCambio TO TaxaDetalhe-Ent
    END-IF
*> Linhas antigas, sem data de movimento, valem pela data de gravação.
    IF AuditoriaDataMovimento NUMERIC AND AuditoriaDataMovimento > ZERO
        MOVE AuditoriaDataMovimento TO DataOriginalDetalhe-Ent
    ELSE
        MOVE AuditoriaData          TO DataOriginalDetalhe-Ent
    END-IF
    WRITE RegistroEntrada
    ADD 1 TO WsQtdeGerados
    ADD WsNumero1Estorno TO WsHashNumero1
    ADD WsNumero2Estorno TO WsHashNumero2
    MOVE DataOriginalDetalhe-Ent(1:6) TO WsAnoMesConsulta
    PERFORM 0675-CONSULTAR-PERIODO
    IF ConsultaPeriodoFechado
        ADD 1 TO WsQtdePeriodoFechado
    END-IF.

4000-ENCERRAR.
    MOVE SPACES TO RegistroEntrada
    DISPLAY "Lançamentos lidos na auditoria : " WsQtdeLidos
    DISPLAY "Estornos gerados               : " WsQtdeGerados
    DISPLAY "Estornos já existentes pulados : " WsQtdeEstornosPulados
    IF WsQtdePeriodoFechado > ZERO
        DISPLAY "Originais de período fechado   : " WsQtdePeriodoFechado
            " (estornados no primeiro período aberto seguinte)"
    END-IF
    DISPLAY "Lote de estorno gravado em data/somanumeros_estorno.dat"
        " (lote " WsLoteEstorno ")."
    IF WsQtdeGerados = ZERO
