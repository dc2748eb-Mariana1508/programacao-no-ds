IDENTIFICATION DIVISION.
PROGRAM-ID. MonitorOrigens.

*> Acompanhamento da chegada dos arquivos das áreas alimentadoras: para
*> uma data de movimento (vazio = hoje), lista cada sistema de origem
*> ativo que deveria mandar lote naquele dia — dia útil pelo
*> calendário e marcado nos dias de envio do cadastro (OrigemRec) — e
*> diz se o arquivo chegou no prazo, chegou depois do corte, ainda não
*> chegou e o corte já passou (ausente) ou ainda está dentro do prazo.
*> Até aqui a operação só descobria o arquivo que faltou na manhã
*> seguinte, pelo GL a menor.
*>
*> A chegada é o registro do lote em
*> data/somanumeros_lotes_processados.dat, com a data de movimento e a
*> origem do cabeçalho; o horário considerado é o do primeiro lote da
*> origem para a data. As tentativas recusadas e as validações prévias
*> vêm do log de execuções data/somanumeros_runlog.dat — ausente com
*> recusa é arquivo que chegou sujo e precisa ser reenviado pela área.
*> Também aparecem os lotes que chegaram de origens que não eram
*> esperadas naquele dia ou que não estão no cadastro.
*>
*> O resultado sai no console e em data/somanumeros_monitor_rpt.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArquivoOrigens ASSIGN TO "data/somanumeros_origens.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusOrigens.

    SELECT ArquivoCalendario
        ASSIGN TO "data/somanumeros_calendario.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusCalendario.

    SELECT ArquivoLotesProcessados
        ASSIGN TO "data/somanumeros_lotes_processados.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusLotesProc.

    SELECT ArquivoRunLog ASSIGN TO "data/somanumeros_runlog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusRunLog.

    SELECT ArquivoRelatorio ASSIGN TO "data/somanumeros_monitor_rpt.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusRelatorio.

DATA DIVISION.
FILE SECTION.
FD  ArquivoOrigens
    RECORDING MODE IS F.
COPY OrigemRec.

FD  ArquivoCalendario
    RECORDING MODE IS F.
COPY CalendarioRec.

*> Mesmo layout gravado por SomaNumerosLote em
*> 4100-REGISTRAR-LOTE-PROCESSADO; linhas de antes da origem e da data
*> de movimento chegam com esses campos em branco e são ignoradas.
FD  ArquivoLotesProcessados
    RECORDING MODE IS F.
01  RegistroLoteProcessado.
    05  LoteProcId                  PIC X(10).
    05  LoteProcData                PIC 9(8).
    05  LoteProcHora                PIC 9(8).
    05  LoteProcSistemaOrigem       PIC X(8).
    05  LoteProcDataMovimento       PIC 9(8).

FD  ArquivoRunLog
    RECORDING MODE IS F.
COPY RunLogRec.

FD  ArquivoRelatorio
    RECORDING MODE IS F.
01  RegistroRelatorio           PIC X(132).

WORKING-STORAGE SECTION.
01  WsStatusOrigens             PIC X(2).
01  WsStatusCalendario          PIC X(2).
01  WsStatusLotesProc           PIC X(2).
01  WsStatusRunLog              PIC X(2).
01  WsStatusRelatorio           PIC X(2).

01  WsFimArquivo                PIC X(1)    VALUE "N".
    88  FimArquivo                         VALUE "S".

01  WsEntradaData               PIC X(8).
01  WsDataReferencia            PIC 9(8).
01  WsDataAtual                 PIC 9(8).
01  WsHoraAtual                 PIC 9(8).
01  WsHoraAtualDec REDEFINES WsHoraAtual.
    05  WsHoraAtualHHMM         PIC 9(4).
    05  FILLER                  PIC 9(4).

*> Calendário de dias úteis, com a mesma regra de SomaNumerosLote: sem
*> o arquivo, fim de semana fechado e nenhum feriado.
01  WsCalendario.
    05  WsRegraSemana.
        10  WsDiaFechado OCCURS 7 TIMES PIC X(1).
    05  WsFeriadoQtde           PIC 9(3)    VALUE ZERO.
    05  WsFeriadoData OCCURS 100 TIMES PIC 9(8).

01  WsFeriadoSub                PIC 9(3) COMP.
01  WsDiaSemana                 PIC 9(1).
01  WsDiasReferencia            PIC S9(9) COMP.

01  WsDiaUtil                   PIC X(1)    VALUE "S".
    88  DiaUtil                            VALUE "S".

*> Cadastro de origens com os acumuladores da data de referência:
*> lotes registrados, primeira chegada, tentativas recusadas e
*> validações prévias.
01  WsOrigens.
    05  WsOrigemQtde            PIC 9(3)    VALUE ZERO.
    05  WsOrigemEntrada OCCURS 100 TIMES.
        10  WsOrigCodigo        PIC X(8).
        10  WsOrigDescricao     PIC X(30).
        10  WsOrigSituacao      PIC X(1).
        10  WsOrigDias          PIC X(7).
        10  WsOrigCorte         PIC 9(4).
        10  WsOrigContato       PIC X(40).
        10  WsOrigLotes         PIC 9(5).
        10  WsOrigChegadaData   PIC 9(8).
        10  WsOrigChegadaHora   PIC 9(8).
        10  WsOrigRecusas       PIC 9(5).
        10  WsOrigValidacoes    PIC 9(5).

01  WsOrigemSub                 PIC 9(3) COMP.
01  WsOrigemIndice              PIC 9(3) COMP.
01  WsOrigemProcurada           PIC X(8).

*> Origens fora do cadastro que apareceram na data de referência.
01  WsForaCadastro.
    05  WsForaQtde              PIC 9(3)    VALUE ZERO.
    05  WsForaEntrada OCCURS 50 TIMES.
        10  WsForaCodigo        PIC X(8).
        10  WsForaLotes         PIC 9(5).
        10  WsForaRecusas       PIC 9(5).

01  WsForaSub                   PIC 9(3) COMP.
01  WsForaIndice                PIC 9(3) COMP.

01  WsCorte                     PIC 9(4).
01  WsChegadaHHMM               PIC 9(4).
01  WsCorteEdt                  PIC 99B99.
01  WsChegadaEdt                PIC 99B99.

01  WsSituacaoFeed              PIC X(12).
    88  FeedNoPrazo                        VALUE "NO PRAZO".
    88  FeedAtrasado                       VALUE "ATRASADO".
    88  FeedAusente                        VALUE "AUSENTE".
    88  FeedAguardando                     VALUE "AGUARDANDO".

01  WsTotais.
    05  WsQtdeEsperadas         PIC 9(5)    VALUE ZERO.
    05  WsQtdeNoPrazo           PIC 9(5)    VALUE ZERO.
    05  WsQtdeAtrasadas         PIC 9(5)    VALUE ZERO.
    05  WsQtdeAusentes          PIC 9(5)    VALUE ZERO.
    05  WsQtdeAguardando        PIC 9(5)    VALUE ZERO.
    05  WsQtdeForaGrade         PIC 9(5)    VALUE ZERO.

01  WsLinhaRelatorio            PIC X(132).

PROCEDURE DIVISION.
0000-PRINCIPAL.
    ACCEPT WsDataAtual FROM DATE YYYYMMDD
    ACCEPT WsHoraAtual FROM TIME
    PERFORM 1000-OBTER-DATA-REFERENCIA
    PERFORM 1100-CARREGAR-CALENDARIO
    PERFORM 1200-CARREGAR-ORIGENS
    PERFORM 1300-AVALIAR-DIA
    PERFORM 1500-ABRIR-RELATORIO
    PERFORM 2000-LER-LOTES-PROCESSADOS
    PERFORM 2500-LER-RUNLOG
    PERFORM 3000-AVALIAR-ORIGENS
    PERFORM 4000-LISTAR-FORA-DA-GRADE
    PERFORM 5000-IMPRIMIR-TOTAIS
    PERFORM 6000-ENCERRAR
    STOP RUN.

1000-OBTER-DATA-REFERENCIA.
    DISPLAY "Data de movimento (AAAAMMDD, vazio = hoje): "
        WITH NO ADVANCING.
    ACCEPT WsEntradaData.
    IF WsEntradaData = SPACES
        MOVE WsDataAtual TO WsDataReferencia
    ELSE
        IF WsEntradaData NOT NUMERIC
            DISPLAY "Data inválida. Use AAAAMMDD."
            PERFORM 1000-OBTER-DATA-REFERENCIA
        ELSE
            MOVE WsEntradaData TO WsDataReferencia
            IF FUNCTION INTEGER-OF-DATE(WsDataReferencia) = ZERO
                DISPLAY "Data inválida. Use AAAAMMDD."
                PERFORM 1000-OBTER-DATA-REFERENCIA
            END-IF
        END-IF
    END-IF.

1100-CARREGAR-CALENDARIO.
    MOVE "SNNNNNS" TO WsRegraSemana
    OPEN INPUT ArquivoCalendario
    IF WsStatusCalendario NOT = "00"
        DISPLAY "Calendário de dias úteis ausente (status "
            WsStatusCalendario "); valendo a regra padrão de fim de"
            " semana, sem feriados."
    ELSE
        PERFORM UNTIL FimArquivo
            READ ArquivoCalendario
                AT END
                    SET FimArquivo TO TRUE
                NOT AT END
                    PERFORM 1110-GUARDAR-LINHA-CALENDARIO
            END-READ
        END-PERFORM
        CLOSE ArquivoCalendario
    END-IF.

1110-GUARDAR-LINHA-CALENDARIO.
    EVALUATE TRUE
        WHEN CalRegraSemana
            PERFORM VARYING WsFeriadoSub FROM 1 BY 1
                    UNTIL WsFeriadoSub > 7
                MOVE CalDiaFechado(WsFeriadoSub)
                    TO WsDiaFechado(WsFeriadoSub)
            END-PERFORM
        WHEN CalFeriado
            IF WsFeriadoQtde < 100
                ADD 1 TO WsFeriadoQtde
                MOVE CalFeriadoData TO WsFeriadoData(WsFeriadoQtde)
            END-IF
    END-EVALUATE.

*> Sem o cadastro de origens não há o que acompanhar.
1200-CARREGAR-ORIGENS.
    OPEN INPUT ArquivoOrigens
    IF WsStatusOrigens NOT = "00"
        DISPLAY "Cadastro de sistemas de origem indisponível. Status: "
            WsStatusOrigens
        STOP RUN
    END-IF
    MOVE "N" TO WsFimArquivo
    PERFORM UNTIL FimArquivo
        READ ArquivoOrigens
            AT END
                SET FimArquivo TO TRUE
            NOT AT END
                PERFORM 1210-GUARDAR-ORIGEM
        END-READ
    END-PERFORM
    CLOSE ArquivoOrigens.

1210-GUARDAR-ORIGEM.
    IF WsOrigemQtde >= 100
        DISPLAY "Cadastro com mais de 100 origens; "
            "linha excedente ignorada."
    ELSE
        ADD 1 TO WsOrigemQtde
        MOVE OrigemCodigo      TO WsOrigCodigo(WsOrigemQtde)
        MOVE OrigemDescricao   TO WsOrigDescricao(WsOrigemQtde)
        MOVE OrigemSituacao    TO WsOrigSituacao(WsOrigemQtde)
        MOVE OrigemDiasEnvio   TO WsOrigDias(WsOrigemQtde)
        MOVE OrigemHoraCorte   TO WsOrigCorte(WsOrigemQtde)
        MOVE OrigemContato     TO WsOrigContato(WsOrigemQtde)
        MOVE ZERO TO WsOrigLotes(WsOrigemQtde)
        MOVE ZERO TO WsOrigChegadaData(WsOrigemQtde)
        MOVE ZERO TO WsOrigChegadaHora(WsOrigemQtde)
        MOVE ZERO TO WsOrigRecusas(WsOrigemQtde)
        MOVE ZERO TO WsOrigValidacoes(WsOrigemQtde)
    END-IF.

*> Dia da semana pelo resto da contagem de dias: 0=domingo ...
*> 6=sábado, deslocado para as posições 1-7 da regra semanal. Em dia
*> não útil nenhuma origem é esperada; o que chegar aparece como fora
*> da grade.
1300-AVALIAR-DIA.
    COMPUTE WsDiasReferencia
        = FUNCTION INTEGER-OF-DATE(WsDataReferencia)
    COMPUTE WsDiaSemana = FUNCTION MOD(WsDiasReferencia, 7)
    ADD 1 TO WsDiaSemana
    IF WsDiaFechado(WsDiaSemana) = "S"
        MOVE "N" TO WsDiaUtil
    END-IF
    PERFORM VARYING WsFeriadoSub FROM 1 BY 1
            UNTIL WsFeriadoSub > WsFeriadoQtde
        IF WsFeriadoData(WsFeriadoSub) = WsDataReferencia
            MOVE "N" TO WsDiaUtil
        END-IF
    END-PERFORM.

1500-ABRIR-RELATORIO.
    OPEN OUTPUT ArquivoRelatorio
    IF WsStatusRelatorio NOT = "00"
        DISPLAY "Erro ao abrir relatório de acompanhamento. Status: "
            WsStatusRelatorio
        STOP RUN
    END-IF
    MOVE SPACES TO WsLinhaRelatorio
    STRING "ACOMPANHAMENTO DE ARQUIVOS DAS ORIGENS - EMITIDO EM "
               DELIMITED BY SIZE
           WsDataAtual DELIMITED BY SIZE
           " "         DELIMITED BY SIZE
           WsHoraAtual DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "DATA DE MOVIMENTO: " DELIMITED BY SIZE
           WsDataReferencia      DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    IF NOT DiaUtil
        MOVE "(dia não útil: nenhuma origem esperada)"
            TO WsLinhaRelatorio(29:40)
    END-IF
    PERFORM 8000-GRAVAR-LINHA
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES      TO WsLinhaRelatorio
    MOVE "ORIGEM"    TO WsLinhaRelatorio(1:6)
    MOVE "DESCRICAO" TO WsLinhaRelatorio(10:9)
    MOVE "CORTE"     TO WsLinhaRelatorio(41:5)
    MOVE "SITUACAO"  TO WsLinhaRelatorio(47:8)
    MOVE "LOTES"     TO WsLinhaRelatorio(59:5)
    MOVE "CHEGADA"   TO WsLinhaRelatorio(67:7)
    MOVE "RECUSAS"   TO WsLinhaRelatorio(82:7)
    MOVE "CONTATO"   TO WsLinhaRelatorio(90:7)
    PERFORM 8000-GRAVAR-LINHA.

2000-LER-LOTES-PROCESSADOS.
    OPEN INPUT ArquivoLotesProcessados
    IF WsStatusLotesProc = "00"
        MOVE "N" TO WsFimArquivo
        PERFORM UNTIL FimArquivo
            READ ArquivoLotesProcessados
                AT END
                    SET FimArquivo TO TRUE
                NOT AT END
                    IF LoteProcDataMovimento NUMERIC
                            AND LoteProcDataMovimento
                                = WsDataReferencia
                        PERFORM 2100-REGISTRAR-CHEGADA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArquivoLotesProcessados
    END-IF.

*> Fica a primeira chegada da origem: é por ela que se diz se o
*> arquivo do dia chegou no prazo.
2100-REGISTRAR-CHEGADA.
    MOVE LoteProcSistemaOrigem TO WsOrigemProcurada
    PERFORM 7000-LOCALIZAR-ORIGEM
    IF WsOrigemIndice = ZERO
        PERFORM 7100-LOCALIZAR-FORA-CADASTRO
        IF WsForaIndice > ZERO
            ADD 1 TO WsForaLotes(WsForaIndice)
        END-IF
    ELSE
        ADD 1 TO WsOrigLotes(WsOrigemIndice)
        IF WsOrigChegadaData(WsOrigemIndice) = ZERO
                OR LoteProcData < WsOrigChegadaData(WsOrigemIndice)
                OR (LoteProcData = WsOrigChegadaData(WsOrigemIndice)
                    AND LoteProcHora
                        < WsOrigChegadaHora(WsOrigemIndice))
            MOVE LoteProcData TO WsOrigChegadaData(WsOrigemIndice)
            MOVE LoteProcHora TO WsOrigChegadaHora(WsOrigemIndice)
        END-IF
    END-IF.

*> Linhas do log de antes da origem/data de movimento chegam com os
*> campos em branco e são ignoradas. Postagens concluídas já foram
*> contadas pelo registro de lotes processados.
2500-LER-RUNLOG.
    OPEN INPUT ArquivoRunLog
    IF WsStatusRunLog = "00"
        MOVE "N" TO WsFimArquivo
        PERFORM UNTIL FimArquivo
            READ ArquivoRunLog
                AT END
                    SET FimArquivo TO TRUE
                NOT AT END
                    IF RunLogDataMovimento NUMERIC
                            AND RunLogDataMovimento = WsDataReferencia
                        PERFORM 2600-REGISTRAR-TENTATIVA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArquivoRunLog
    END-IF.

2600-REGISTRAR-TENTATIVA.
    MOVE RunLogSistemaOrigem TO WsOrigemProcurada
    PERFORM 7000-LOCALIZAR-ORIGEM
    EVALUATE TRUE
        WHEN RunLogLoteRecusado OR RunLogPeriodoFechado
            IF WsOrigemIndice = ZERO
                PERFORM 7100-LOCALIZAR-FORA-CADASTRO
                IF WsForaIndice > ZERO
                    ADD 1 TO WsForaRecusas(WsForaIndice)
                END-IF
            ELSE
                ADD 1 TO WsOrigRecusas(WsOrigemIndice)
            END-IF
        WHEN RunLogModoValidacao
            IF WsOrigemIndice > ZERO
                ADD 1 TO WsOrigValidacoes(WsOrigemIndice)
            END-IF
    END-EVALUATE.

3000-AVALIAR-ORIGENS.
    PERFORM VARYING WsOrigemSub FROM 1 BY 1
            UNTIL WsOrigemSub > WsOrigemQtde
        IF DiaUtil
                AND WsOrigSituacao(WsOrigemSub) = "A"
                AND WsOrigDias(WsOrigemSub)(WsDiaSemana:1) = "S"
            ADD 1 TO WsQtdeEsperadas
            PERFORM 3100-AVALIAR-ORIGEM-ESPERADA
        END-IF
    END-PERFORM.

*> Corte zero vale até o fim do dia. Sem chegada, o corte passou se a
*> data de referência já ficou para trás ou, sendo hoje, se a hora
*> atual passou do corte.
3100-AVALIAR-ORIGEM-ESPERADA.
    MOVE WsOrigCorte(WsOrigemSub) TO WsCorte
    IF WsCorte = ZERO
        MOVE 2359 TO WsCorte
    END-IF
    IF WsOrigLotes(WsOrigemSub) > ZERO
        MOVE WsOrigChegadaHora(WsOrigemSub)(1:4) TO WsChegadaHHMM
        IF WsOrigChegadaData(WsOrigemSub) > WsDataReferencia
                OR (WsOrigChegadaData(WsOrigemSub) = WsDataReferencia
                    AND WsChegadaHHMM > WsCorte)
            SET FeedAtrasado TO TRUE
            ADD 1 TO WsQtdeAtrasadas
        ELSE
            SET FeedNoPrazo TO TRUE
            ADD 1 TO WsQtdeNoPrazo
        END-IF
    ELSE
        IF WsDataReferencia < WsDataAtual
                OR (WsDataReferencia = WsDataAtual
                    AND WsHoraAtualHHMM > WsCorte)
            SET FeedAusente TO TRUE
            ADD 1 TO WsQtdeAusentes
        ELSE
            SET FeedAguardando TO TRUE
            ADD 1 TO WsQtdeAguardando
        END-IF
    END-IF
    PERFORM 3200-IMPRIMIR-ORIGEM.

3200-IMPRIMIR-ORIGEM.
    MOVE WsCorte TO WsCorteEdt
    INSPECT WsCorteEdt REPLACING ALL " " BY ":"
    MOVE SPACES TO WsLinhaRelatorio
    STRING WsOrigCodigo(WsOrigemSub)    DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           WsOrigDescricao(WsOrigemSub) DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           WsCorteEdt                   DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           WsSituacaoFeed               DELIMITED BY SIZE
           WsOrigLotes(WsOrigemSub)     DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    IF WsOrigLotes(WsOrigemSub) > ZERO
        MOVE WsOrigChegadaHora(WsOrigemSub)(1:4) TO WsChegadaEdt
        INSPECT WsChegadaEdt REPLACING ALL " " BY ":"
        MOVE WsOrigChegadaData(WsOrigemSub) TO WsLinhaRelatorio(67:8)
        MOVE WsChegadaEdt                   TO WsLinhaRelatorio(76:5)
    END-IF
    MOVE WsOrigRecusas(WsOrigemSub) TO WsLinhaRelatorio(82:5)
    IF FeedAtrasado OR FeedAusente OR WsOrigRecusas(WsOrigemSub) > ZERO
        MOVE WsOrigContato(WsOrigemSub) TO WsLinhaRelatorio(90:40)
    END-IF
    PERFORM 8000-GRAVAR-LINHA
    IF FeedAusente AND WsOrigValidacoes(WsOrigemSub) > ZERO
        MOVE SPACES TO WsLinhaRelatorio
        STRING "         houve validação prévia do arquivo; falta a"
                   DELIMITED BY SIZE
               " postagem" DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF.

*> Chegadas que a grade não esperava: origem cadastrada sem envio
*> previsto no dia (ou inativa, ou em dia não útil) e origem fora do
*> cadastro — esta só aparece em lote antigo ou recusado, já que
*> SomaNumerosLote recusa origem desconhecida.
4000-LISTAR-FORA-DA-GRADE.
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE "CHEGADAS FORA DA GRADE DO DIA:" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    PERFORM VARYING WsOrigemSub FROM 1 BY 1
            UNTIL WsOrigemSub > WsOrigemQtde
        IF (WsOrigLotes(WsOrigemSub) > ZERO
                OR WsOrigRecusas(WsOrigemSub) > ZERO)
            AND (NOT DiaUtil
                OR WsOrigSituacao(WsOrigemSub) NOT = "A"
                OR WsOrigDias(WsOrigemSub)(WsDiaSemana:1) NOT = "S")
            ADD 1 TO WsQtdeForaGrade
            MOVE SPACES TO WsLinhaRelatorio
            STRING "  "                         DELIMITED BY SIZE
                   WsOrigCodigo(WsOrigemSub)    DELIMITED BY SIZE
                   " "                          DELIMITED BY SIZE
                   WsOrigDescricao(WsOrigemSub) DELIMITED BY SIZE
                   " lotes "                    DELIMITED BY SIZE
                   WsOrigLotes(WsOrigemSub)     DELIMITED BY SIZE
                   " recusas "                  DELIMITED BY SIZE
                   WsOrigRecusas(WsOrigemSub)   DELIMITED BY SIZE
                INTO WsLinhaRelatorio
            PERFORM 8000-GRAVAR-LINHA
        END-IF
    END-PERFORM
    PERFORM VARYING WsForaSub FROM 1 BY 1 UNTIL WsForaSub > WsForaQtde
        ADD 1 TO WsQtdeForaGrade
        MOVE SPACES TO WsLinhaRelatorio
        STRING "  "                     DELIMITED BY SIZE
               WsForaCodigo(WsForaSub)  DELIMITED BY SIZE
               " (fora do cadastro)            lotes "
                                        DELIMITED BY SIZE
               WsForaLotes(WsForaSub)   DELIMITED BY SIZE
               " recusas "              DELIMITED BY SIZE
               WsForaRecusas(WsForaSub) DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-PERFORM
    IF WsQtdeForaGrade = ZERO
        MOVE "  (nenhuma)" TO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF.

5000-IMPRIMIR-TOTAIS.
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "ESPERADAS: "      DELIMITED BY SIZE
           WsQtdeEsperadas    DELIMITED BY SIZE
           "  NO PRAZO: "     DELIMITED BY SIZE
           WsQtdeNoPrazo      DELIMITED BY SIZE
           "  ATRASADAS: "    DELIMITED BY SIZE
           WsQtdeAtrasadas    DELIMITED BY SIZE
           "  AUSENTES: "     DELIMITED BY SIZE
           WsQtdeAusentes     DELIMITED BY SIZE
           "  AGUARDANDO: "   DELIMITED BY SIZE
           WsQtdeAguardando   DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    IF WsQtdeAusentes > ZERO OR WsQtdeAtrasadas > ZERO
        MOVE SPACES TO WsLinhaRelatorio
        STRING "ATENÇÃO: acionar o contato das origens ausentes ou"
                   DELIMITED BY SIZE
               " atrasadas antes do fechamento do dia."
                   DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF.

6000-ENCERRAR.
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE "Conferido por: ______________________  Data: ___/___/_____"
        TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    CLOSE ArquivoRelatorio
    DISPLAY "Relatório gravado em data/somanumeros_monitor_rpt.dat".

7000-LOCALIZAR-ORIGEM.
    MOVE ZERO TO WsOrigemIndice
    PERFORM VARYING WsOrigemSub FROM 1 BY 1
            UNTIL WsOrigemSub > WsOrigemQtde OR WsOrigemIndice > ZERO
        IF WsOrigCodigo(WsOrigemSub) = WsOrigemProcurada
            MOVE WsOrigemSub TO WsOrigemIndice
        END-IF
    END-PERFORM.

7100-LOCALIZAR-FORA-CADASTRO.
    MOVE ZERO TO WsForaIndice
    PERFORM VARYING WsForaSub FROM 1 BY 1
            UNTIL WsForaSub > WsForaQtde OR WsForaIndice > ZERO
        IF WsForaCodigo(WsForaSub) = WsOrigemProcurada
            MOVE WsForaSub TO WsForaIndice
        END-IF
    END-PERFORM
    IF WsForaIndice = ZERO AND WsForaQtde < 50
        ADD 1 TO WsForaQtde
        MOVE WsForaQtde        TO WsForaIndice
        MOVE WsOrigemProcurada TO WsForaCodigo(WsForaIndice)
        MOVE ZERO              TO WsForaLotes(WsForaIndice)
        MOVE ZERO              TO WsForaRecusas(WsForaIndice)
    END-IF.

8000-GRAVAR-LINHA.
    MOVE WsLinhaRelatorio TO RegistroRelatorio
    WRITE RegistroRelatorio
    DISPLAY WsLinhaRelatorio.
