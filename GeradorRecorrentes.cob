*> totals corretos — para o recorrente passar pelo fluxo normal de
*> validação e postagem, como o reenvio de CorrecaoSuspensos e o
*> estorno de EstornoSomaNumeros já fazem.
*>
*> A data de movimento não pode cair em período contábil fechado
*> (data/somanumeros_periodos.dat): o lote seria recusado inteiro por
*> SomaNumerosLote, então a data é pedida de novo já aqui.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusLoteGerado.

    SELECT ArquivoPeriodos ASSIGN TO "data/somanumeros_periodos.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusPeriodos.

DATA DIVISION.
FILE SECTION.
FD  ArquivoRecorrentes
    RECORDING MODE IS F.
COPY LoteEntradaRec.

FD  ArquivoPeriodos
    RECORDING MODE IS F.
COPY PeriodoRec.

WORKING-STORAGE SECTION.
01  WsStatusRecorrentes         PIC X(2).
01  WsStatusLoteGerado          PIC X(2).
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

01  WsFimArquivo                PIC X(1)    VALUE "N".
    88  FimArquivo                         VALUE "S".

PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 0670-CARREGAR-PERIODOS
    PERFORM 1000-OBTER-DATA-MOVIMENTO
    PERFORM 1200-OBTER-LOTE
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

1000-OBTER-DATA-MOVIMENTO.
    DISPLAY "Data de movimento do lote (AAAAMMDD, vazio = hoje): "
        WITH NO ADVANCING.
        DISPLAY "Data inexistente no calendário. Use AAAAMMDD."
        PERFORM 1000-OBTER-DATA-MOVIMENTO
    END-IF
    MOVE WsDataMovimento(1:6) TO WsAnoMesConsulta
    PERFORM 0675-CONSULTAR-PERIODO
    IF ConsultaPeriodoFechado
        DISPLAY "Período contábil " WsAnoMesConsulta " fechado. Informe"
            " uma data de período aberto."
        PERFORM 1000-OBTER-DATA-MOVIMENTO
    END-IF
*> Dia da semana pelo resto da contagem de dias, como em
*> SomaNumerosLote: 0=domingo ... 6=sábado.
    COMPUTE WsDiaSemana = FUNCTION MOD(WsDiasMovimento, 7)
