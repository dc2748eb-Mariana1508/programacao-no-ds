IDENTIFICATION DIVISION.
PROGRAM-ID. RevisaoAnalitica.

*> Revisão analítica do movimento do dia: para uma data de movimento,
*> compara a quantidade e o valor de cada código de operação e de cada
*> sistema de origem com a média dos N dias úteis anteriores, e marca
*> o que saiu da faixa como PICO ou QUEDA. Até aqui um dia anormal só
*> aparecia quando alguém reclamava. Roda depois do último
*> SomaNumerosLote do dia e antes de FechamentoSomaNumeros, para o
*> supervisor olhar a variação antes de a interface GL ser liberada.
*>
*> Parâmetros em data/somanumeros_analitica_parm.dat (sem o arquivo,
*> valem os padrões): a data de movimento (zero = hoje), o número de
*> dias úteis da janela (zero = 20, no máximo 60), a faixa percentual
*> e o limite em desvios-padrão. Uma linha sai da faixa quando a
*> variação sobre a média passa da faixa percentual ou a distância da
*> média passa do limite de desvios-padrão; zero desliga o critério.
*>
*> A janela são os dias úteis do calendário (mesma regra de
*> SomaNumerosLote: regra semanal e feriados), de modo que feriado e
*> fim de semana não puxam a média para baixo; dia útil sem movimento
*> entra na média como zero.
*>
*> Por código de operação, os números vêm do mestre de saldos
*> data/somanumeros_master.idx, chaveado por data de movimento. Por
*> sistema de origem, vêm da trilha de auditoria: as gerações fechadas
*> do índice data/somanumeros_geracoes.dat a partir do primeiro dia da
*> janela, conferidas contra o selo do fechamento (SeloGeracao; a que
*> não confere é pulada e avisada no relatório), e a auditoria
*> corrente, ainda não cortada pelo fechamento.
*>
*> Origem sem movimento num dia útil é marcada SEM MOVIMENTO quando
*> costuma mandar: pelo cadastro (OrigemRec, ativa e com envio marcado
*> no dia da semana) ou, para a origem fora do cadastro ou cadastrada
*> sem dias de envio, por ter tido movimento em pelo menos metade dos
*> dias da janela — a mesma regra vale para os códigos de operação.
*>
*> O resultado sai no console e em data/somanumeros_analitica_rpt.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArquivoParametros
        ASSIGN TO "data/somanumeros_analitica_parm.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusParametros.

    SELECT ArquivoCalendario
        ASSIGN TO "data/somanumeros_calendario.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusCalendario.

    SELECT ArquivoOrigens ASSIGN TO "data/somanumeros_origens.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusOrigens.

    SELECT ArquivoMaster ASSIGN TO "data/somanumeros_master.idx"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MasterChave
        FILE STATUS IS WsStatusMaster.

    SELECT ArquivoGeracoes ASSIGN TO "data/somanumeros_geracoes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusGeracoes.

    SELECT ArquivoAuditoria ASSIGN TO DYNAMIC WsNomeArqAuditoria
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusAuditoria.

    SELECT ArquivoRelatorio
        ASSIGN TO "data/somanumeros_analitica_rpt.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusRelatorio.

DATA DIVISION.
FILE SECTION.
FD  ArquivoParametros
    RECORDING MODE IS F.
01  RegistroParametros.
    05  ParmDataMovimento       PIC 9(8).
    05  ParmDiasJanela          PIC 9(2).
    05  ParmFaixaPercentual     PIC 9(3).
    05  ParmLimiteDesvio        PIC 9V9.

FD  ArquivoCalendario
    RECORDING MODE IS F.
COPY CalendarioRec.

FD  ArquivoOrigens
    RECORDING MODE IS F.
COPY OrigemRec.

FD  ArquivoMaster.
COPY MasterRec.

FD  ArquivoGeracoes
    RECORDING MODE IS F.
COPY GeracaoRec.

FD  ArquivoAuditoria
    RECORDING MODE IS F.
COPY AuditRec.

FD  ArquivoRelatorio
    RECORDING MODE IS F.
01  RegistroRelatorio           PIC X(132).

WORKING-STORAGE SECTION.
01  WsStatusParametros          PIC X(2).
01  WsStatusCalendario          PIC X(2).
01  WsStatusOrigens             PIC X(2).
01  WsStatusMaster              PIC X(2).
01  WsStatusGeracoes            PIC X(2).
01  WsStatusAuditoria           PIC X(2).
01  WsStatusRelatorio           PIC X(2).

01  WsFimArquivo                PIC X(1)    VALUE "N".
    88  FimArquivo                         VALUE "S".

01  WsNomeArqAuditoria          PIC X(60).
01  WsMensagemSelo              PIC X(132).
COPY SeloGeracaoParm.

01  WsDataAtual                 PIC 9(8).
01  WsHoraAtual                 PIC 9(8).

*> Parâmetros em vigor, com os padrões para quando o arquivo não
*> existe.
01  WsDataReferencia            PIC 9(8).
01  WsDiasJanela                PIC 9(2)    VALUE 20.
01  WsFaixaPercentual           PIC 9(3)    VALUE 50.
01  WsLimiteDesvio              PIC 9V9     VALUE 2.0.

*> Calendário de dias úteis, com a mesma regra de SomaNumerosLote: sem
*> o arquivo, fim de semana fechado e nenhum feriado.
01  WsCalendario.
    05  WsRegraSemana.
        10  WsDiaFechado OCCURS 7 TIMES PIC X(1).
    05  WsFeriadoQtde           PIC 9(3)    VALUE ZERO.
    05  WsFeriadoData OCCURS 100 TIMES PIC 9(8).

01  WsFeriadoSub                PIC 9(3) COMP.
01  WsDataTeste                 PIC 9(8).
01  WsDiasTeste                 PIC S9(9) COMP.
01  WsDiaSemana                 PIC 9(1).
01  WsDiaSemanaReferencia       PIC 9(1).
01  WsDiasRecuados              PIC 9(3) COMP.

01  WsDiaUtilTeste              PIC X(1).
    88  DiaUtilTeste                       VALUE "S".
01  WsDiaUtil                   PIC X(1)    VALUE "S".
    88  DiaUtil                            VALUE "S".

*> Dias analisados: a posição 1 é a data de movimento e as seguintes
*> são os dias úteis da janela, do mais recente para o mais antigo.
01  WsJanela.
    05  WsDiaQtde               PIC 9(2)    VALUE ZERO.
    05  WsDiaData OCCURS 61 TIMES PIC 9(8).

01  WsDiaSub                    PIC 9(2) COMP.
01  WsDiaIndice                 PIC 9(2) COMP.
01  WsDataInicioJanela          PIC 9(8).
01  WsDataLinha                 PIC 9(8).

*> Cadastro de origens, só com o que a revisão usa: se a origem é
*> esperada no dia (E), não é (N) ou se o histórico decide (H —
*> cadastrada sem dias de envio).
01  WsCadastro.
    05  WsCadQtde               PIC 9(3)    VALUE ZERO.
    05  WsCadEntrada OCCURS 100 TIMES.
        10  WsCadCodigo         PIC X(8).
        10  WsCadRegra          PIC X(1).

01  WsCadSub                    PIC 9(3) COMP.
01  WsQtdeDiasEnvio             PIC 9(1) COMP.

01  WsOperacoes                 PIC X(4)    VALUE "ASMD".
01  WsOperacoesTab REDEFINES WsOperacoes.
    05  WsOperacaoCodigo OCCURS 4 TIMES PIC X(1).

01  WsOpSub                     PIC 9(1) COMP.

*> Quantidade e valor por código de operação e dia, do mestre.
01  WsMovOperacoes.
    05  WsMovOperacao OCCURS 4 TIMES.
        10  WsOpDia OCCURS 61 TIMES.
            15  WsOpDiaQtde     PIC 9(7).
            15  WsOpDiaValor    PIC S9(11)V99.

*> Quantidade e valor por sistema de origem e dia, da auditoria.
01  WsMovOrigens.
    05  WsOrigQtde              PIC 9(3)    VALUE ZERO.
    05  WsOrigEntrada OCCURS 100 TIMES.
        10  WsOrigCodigo        PIC X(8).
        10  WsOrigRegra         PIC X(1).
        10  WsOrigDia OCCURS 61 TIMES.
            15  WsOrigDiaQtde   PIC 9(7).
            15  WsOrigDiaValor  PIC S9(11)V99.

01  WsOrigSub                   PIC 9(3) COMP.
01  WsOrigIndice                PIC 9(3) COMP.
01  WsOrigemProcurada           PIC X(8).

01  WsMestreDisponivel          PIC X(1)    VALUE "S".
    88  MestreDisponivel                   VALUE "S".

01  WsGeracaoRecusada           PIC X(1)    VALUE "N".
    88  GeracaoRecusada                    VALUE "S".

*> Série de uma medida (quantidade ou valor) de uma chave, na mesma
*> ordem da janela, e o que se calcula sobre ela.
01  WsSerie.
    05  WsSerieValor OCCURS 61 TIMES PIC S9(11)V99.

01  WsValorDia                  PIC S9(11)V99.
01  WsSomaSerie                 PIC S9(13)V99.
01  WsMedia                     PIC S9(11)V9(4).
01  WsDiferenca                 PIC S9(13)V9(4).
01  WsSomaQuadrados             PIC S9(25)V9(4).
01  WsDesvio                    PIC S9(11)V9(4).
01  WsLimiteDistancia           PIC S9(13)V9(4).
01  WsVariacao                  PIC S9(7)V9.
01  WsDiasAtivos                PIC 9(2) COMP.
01  WsQtdeNoDia                 PIC 9(7).

01  WsVariacaoCalculada         PIC X(1).
    88  VariacaoCalculada                  VALUE "S".
01  WsForaFaixa                 PIC X(1).
    88  ForaFaixa                          VALUE "S".
01  WsForaDesvio                PIC X(1).
    88  ForaDesvio                         VALUE "S".
01  WsChaveEsperada             PIC X(1).
    88  ChaveEsperada                      VALUE "S".
01  WsSemMovimento              PIC X(1).
    88  SemMovimento                       VALUE "S".

01  WsChaveRotulo               PIC X(8).
01  WsMedidaRotulo              PIC X(5).
01  WsSituacaoMedida            PIC X(20).

01  WsTotais.
    05  WsQtdePicos             PIC 9(5)    VALUE ZERO.
    05  WsQtdeQuedas            PIC 9(5)    VALUE ZERO.
    05  WsQtdeSemMovimento      PIC 9(5)    VALUE ZERO.
    05  WsQtdeSemHistorico      PIC 9(5)    VALUE ZERO.
    05  WsQtdeGeracoesLidas     PIC 9(5)    VALUE ZERO.
    05  WsQtdeGeracoesPuladas   PIC 9(5)    VALUE ZERO.
    05  WsQtdeGeracoesExpurgadas PIC 9(5)   VALUE ZERO.
    05  WsQtdeLinhasAuditoria   PIC 9(9)    VALUE ZERO.

01  WsValorEdt                  PIC -(12)9.99.
01  WsMediaEdt                  PIC -(12)9.99.
01  WsDesvioEdt                 PIC Z(12)9.99.
01  WsVariacaoEdt               PIC -(6)9.9.
01  WsDiasAtivosEdt             PIC Z9.
01  WsDiasJanelaEdt             PIC Z9.
01  WsLimiteDesvioEdt           PIC 9.9.

01  WsLinhaRelatorio            PIC X(132).

PROCEDURE DIVISION.
0000-PRINCIPAL.
    ACCEPT WsDataAtual FROM DATE YYYYMMDD
    ACCEPT WsHoraAtual FROM TIME
    MOVE WsDataAtual TO WsDataReferencia
    PERFORM 1000-LER-PARAMETROS
    PERFORM 1100-CARREGAR-CALENDARIO
    PERFORM 1300-MONTAR-JANELA
    PERFORM 1200-CARREGAR-ORIGENS
    PERFORM 2000-LER-MESTRE
    PERFORM 3000-LER-GERACOES
    PERFORM 3500-LER-AUDITORIA-CORRENTE
    PERFORM 4000-ABRIR-RELATORIO
    PERFORM 5000-AVALIAR-OPERACOES
    PERFORM 6000-AVALIAR-ORIGENS
    PERFORM 7000-IMPRIMIR-TOTAIS
    PERFORM 7900-ENCERRAR
    STOP RUN.

*> Sem o arquivo valem os padrões. Janela zero volta ao padrão; faixa
*> e limite zero desligam o critério.
1000-LER-PARAMETROS.
    OPEN INPUT ArquivoParametros
    IF WsStatusParametros = "00"
        READ ArquivoParametros
            NOT AT END
                IF ParmDataMovimento NUMERIC
                        AND ParmDataMovimento NOT = ZERO
                    MOVE ParmDataMovimento TO WsDataReferencia
                END-IF
                IF ParmDiasJanela NUMERIC
                        AND ParmDiasJanela NOT = ZERO
                    MOVE ParmDiasJanela TO WsDiasJanela
                END-IF
                IF ParmFaixaPercentual NUMERIC
                    MOVE ParmFaixaPercentual TO WsFaixaPercentual
                END-IF
                IF ParmLimiteDesvio NUMERIC
                    MOVE ParmLimiteDesvio TO WsLimiteDesvio
                END-IF
        END-READ
        CLOSE ArquivoParametros
    END-IF
    IF FUNCTION INTEGER-OF-DATE(WsDataReferencia) = ZERO
        DISPLAY "Data de movimento inválida no parâmetro: "
            WsDataReferencia
        STOP RUN
    END-IF
    IF WsDiasJanela > 60
        DISPLAY "Janela de " WsDiasJanela " dias úteis reduzida"
            " para 60."
        MOVE 60 TO WsDiasJanela
    END-IF.

1100-CARREGAR-CALENDARIO.
    MOVE "SNNNNNS" TO WsRegraSemana
    OPEN INPUT ArquivoCalendario
    IF WsStatusCalendario NOT = "00"
        DISPLAY "Calendário de dias úteis ausente (status "
            WsStatusCalendario "); valendo a regra padrão de fim de"
            " semana, sem feriados."
    ELSE
        MOVE "N" TO WsFimArquivo
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

*> Sem o cadastro a revisão roda do mesmo jeito: toda origem passa a
*> ser julgada pelo histórico.
1200-CARREGAR-ORIGENS.
    OPEN INPUT ArquivoOrigens
    IF WsStatusOrigens NOT = "00"
        DISPLAY "Cadastro de sistemas de origem indisponível (status "
            WsStatusOrigens "); origens julgadas só pelo histórico."
    ELSE
        MOVE "N" TO WsFimArquivo
        PERFORM UNTIL FimArquivo
            READ ArquivoOrigens
                AT END
                    SET FimArquivo TO TRUE
                NOT AT END
                    PERFORM 1210-GUARDAR-ORIGEM
            END-READ
        END-PERFORM
        CLOSE ArquivoOrigens
    END-IF.

*> Origem esperada no dia entra já na tabela, para aparecer mesmo sem
*> nenhum movimento na janela.
1210-GUARDAR-ORIGEM.
    IF WsCadQtde >= 100
        DISPLAY "Cadastro com mais de 100 origens; "
            "linha excedente ignorada."
    ELSE
        ADD 1 TO WsCadQtde
        MOVE OrigemCodigo TO WsCadCodigo(WsCadQtde)
        MOVE ZERO TO WsQtdeDiasEnvio
        INSPECT OrigemDiasEnvio TALLYING WsQtdeDiasEnvio FOR ALL "S"
        EVALUATE TRUE
            WHEN NOT OrigemAtiva
                MOVE "N" TO WsCadRegra(WsCadQtde)
            WHEN WsQtdeDiasEnvio = ZERO
                MOVE "H" TO WsCadRegra(WsCadQtde)
            WHEN DiaUtil
                    AND OrigemDiaEnvio(WsDiaSemanaReferencia) = "S"
                MOVE "E" TO WsCadRegra(WsCadQtde)
            WHEN OTHER
                MOVE "N" TO WsCadRegra(WsCadQtde)
        END-EVALUATE
        IF WsCadRegra(WsCadQtde) = "E"
            MOVE OrigemCodigo TO WsOrigemProcurada
            PERFORM 3320-LOCALIZAR-ORIGEM
        END-IF
    END-IF.

*> A data de movimento e, para trás, os N dias úteis anteriores. Um
*> calendário que fecha tudo não prende o programa: a busca para um
*> ano e meio antes e a janela fica com os dias achados.
1300-MONTAR-JANELA.
    MOVE WsDataReferencia TO WsDataTeste
    PERFORM 1310-AVALIAR-DIA-UTIL
    MOVE WsDiaUtilTeste TO WsDiaUtil
    MOVE WsDiaSemana    TO WsDiaSemanaReferencia
    MOVE 1 TO WsDiaQtde
    MOVE WsDataReferencia TO WsDiaData(1)
    COMPUTE WsDiasTeste = FUNCTION INTEGER-OF-DATE(WsDataReferencia)
    MOVE ZERO TO WsDiasRecuados
    PERFORM UNTIL WsDiaQtde > WsDiasJanela OR WsDiasRecuados >= 540
        SUBTRACT 1 FROM WsDiasTeste
        ADD 1 TO WsDiasRecuados
        COMPUTE WsDataTeste = FUNCTION DATE-OF-INTEGER(WsDiasTeste)
        PERFORM 1310-AVALIAR-DIA-UTIL
        IF DiaUtilTeste
            ADD 1 TO WsDiaQtde
            MOVE WsDataTeste TO WsDiaData(WsDiaQtde)
        END-IF
    END-PERFORM
    IF WsDiaQtde - 1 < WsDiasJanela
        COMPUTE WsDiasJanela = WsDiaQtde - 1
        DISPLAY "Calendário sem dias úteis suficientes; janela de "
            WsDiasJanela " dias."
    END-IF
    MOVE WsDiaData(WsDiaQtde) TO WsDataInicioJanela
    PERFORM VARYING WsOpSub FROM 1 BY 1 UNTIL WsOpSub > 4
        PERFORM VARYING WsDiaSub FROM 1 BY 1 UNTIL WsDiaSub > 61
            MOVE ZERO TO WsOpDiaQtde(WsOpSub WsDiaSub)
            MOVE ZERO TO WsOpDiaValor(WsOpSub WsDiaSub)
        END-PERFORM
    END-PERFORM.

*> Dia da semana pelo resto da contagem de dias: 0=domingo ...
*> 6=sábado, deslocado para as posições 1-7 da regra semanal.
1310-AVALIAR-DIA-UTIL.
    MOVE "S" TO WsDiaUtilTeste
    COMPUTE WsDiaSemana
        = FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WsDataTeste), 7)
    ADD 1 TO WsDiaSemana
    IF WsDiaFechado(WsDiaSemana) = "S"
        MOVE "N" TO WsDiaUtilTeste
    END-IF
    PERFORM VARYING WsFeriadoSub FROM 1 BY 1
            UNTIL WsFeriadoSub > WsFeriadoQtde
        IF WsFeriadoData(WsFeriadoSub) = WsDataTeste
            MOVE "N" TO WsDiaUtilTeste
        END-IF
    END-PERFORM.

*> Uma leitura por dia e código de operação; chave ausente é dia sem
*> movimento daquela operação.
2000-LER-MESTRE.
    OPEN INPUT ArquivoMaster
    IF WsStatusMaster NOT = "00"
        DISPLAY "Mestre de saldos indisponível (status "
            WsStatusMaster "); revisão por operação não emitida."
        MOVE "N" TO WsMestreDisponivel
    ELSE
        PERFORM VARYING WsDiaSub FROM 1 BY 1
                UNTIL WsDiaSub > WsDiaQtde
            PERFORM VARYING WsOpSub FROM 1 BY 1 UNTIL WsOpSub > 4
                MOVE WsDiaData(WsDiaSub)        TO MasterData
                MOVE WsOperacaoCodigo(WsOpSub)  TO MasterOperacao
                READ ArquivoMaster
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE MasterQtde
                            TO WsOpDiaQtde(WsOpSub WsDiaSub)
                        MOVE MasterSaldo
                            TO WsOpDiaValor(WsOpSub WsDiaSub)
                END-READ
            END-PERFORM
        END-PERFORM
        CLOSE ArquivoMaster
    END-IF.

*> Um lançamento cai na geração do dia em que foi processado, nunca
*> antes da sua data de movimento; basta ler as gerações a partir do
*> primeiro dia da janela.
3000-LER-GERACOES.
    OPEN INPUT ArquivoGeracoes
    IF WsStatusGeracoes NOT = "00"
        DISPLAY "Índice de gerações indisponível (status "
            WsStatusGeracoes "); só a auditoria corrente será lida."
    ELSE
        MOVE "N" TO WsFimArquivo
        PERFORM UNTIL FimArquivo
            READ ArquivoGeracoes
                AT END
                    SET FimArquivo TO TRUE
                NOT AT END
                    IF GeracaoData NOT < WsDataInicioJanela
                        PERFORM 3050-LER-GERACAO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArquivoGeracoes
    END-IF.

3050-LER-GERACAO.
    IF GeracaoExpurgada
        ADD 1 TO WsQtdeGeracoesExpurgadas
    ELSE
        MOVE "N"         TO WsGeracaoRecusada
        MOVE "V"         TO SeloFuncao
        MOVE GeracaoData TO SeloDataGeracao
        MOVE "A"         TO SeloTipoArquivo
        PERFORM 3100-CHAMAR-SELO
        IF NOT GeracaoRecusada
            ADD 1 TO WsQtdeGeracoesLidas
            MOVE SPACES TO WsNomeArqAuditoria
            STRING "data/somanumeros_auditoria." DELIMITED BY SIZE
                   GeracaoData                   DELIMITED BY SIZE
                   ".dat"                        DELIMITED BY SIZE
                INTO WsNomeArqAuditoria
            PERFORM 3200-LER-ARQUIVO-AUDITORIA
        END-IF
    END-IF.

3100-CHAMAR-SELO.
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

3200-LER-ARQUIVO-AUDITORIA.
    OPEN INPUT ArquivoAuditoria
    IF WsStatusAuditoria NOT = "00"
        DISPLAY "Aviso: auditoria " WsNomeArqAuditoria
            " indisponível (status " WsStatusAuditoria "); pulada."
    ELSE
        MOVE "N" TO WsFimArquivo
        PERFORM UNTIL FimArquivo
            READ ArquivoAuditoria
                AT END
                    SET FimArquivo TO TRUE
                NOT AT END
                    ADD 1 TO WsQtdeLinhasAuditoria
                    PERFORM 3300-ACUMULAR-LINHA
            END-READ
        END-PERFORM
        CLOSE ArquivoAuditoria
        MOVE "N" TO WsFimArquivo
    END-IF.

*> Linhas antigas, sem data de movimento, valem pela data de gravação;
*> sem sistema de origem, aparecem agrupadas como "????????", como em
*> RelatorioOrigens.
3300-ACUMULAR-LINHA.
    IF AuditoriaDataMovimento NUMERIC
            AND AuditoriaDataMovimento NOT = ZERO
        MOVE AuditoriaDataMovimento TO WsDataLinha
    ELSE
        MOVE AuditoriaData TO WsDataLinha
    END-IF
    PERFORM 3310-LOCALIZAR-DIA
    IF WsDiaIndice > ZERO
        IF AuditoriaSistemaOrigem = SPACES
            MOVE "????????" TO WsOrigemProcurada
        ELSE
            MOVE AuditoriaSistemaOrigem TO WsOrigemProcurada
        END-IF
        PERFORM 3320-LOCALIZAR-ORIGEM
        IF WsOrigIndice > ZERO
            ADD 1 TO WsOrigDiaQtde(WsOrigIndice WsDiaIndice)
            IF AuditoriaSoma NUMERIC
                ADD AuditoriaSoma
                    TO WsOrigDiaValor(WsOrigIndice WsDiaIndice)
            END-IF
        END-IF
    END-IF.

3310-LOCALIZAR-DIA.
    MOVE ZERO TO WsDiaIndice
    PERFORM VARYING WsDiaSub FROM 1 BY 1
            UNTIL WsDiaSub > WsDiaQtde OR WsDiaIndice > ZERO
        IF WsDiaData(WsDiaSub) = WsDataLinha
            MOVE WsDiaSub TO WsDiaIndice
        END-IF
    END-PERFORM.

*> Origem nova na tabela leva a regra do cadastro; fora do cadastro,
*> o histórico decide.
3320-LOCALIZAR-ORIGEM.
    MOVE ZERO TO WsOrigIndice
    PERFORM VARYING WsOrigSub FROM 1 BY 1
            UNTIL WsOrigSub > WsOrigQtde OR WsOrigIndice > ZERO
        IF WsOrigCodigo(WsOrigSub) = WsOrigemProcurada
            MOVE WsOrigSub TO WsOrigIndice
        END-IF
    END-PERFORM
    IF WsOrigIndice = ZERO
        IF WsOrigQtde >= 100
            DISPLAY "Mais de 100 sistemas de origem; linhas de "
                WsOrigemProcurada " ignoradas na revisão."
        ELSE
            ADD 1 TO WsOrigQtde
            MOVE WsOrigQtde TO WsOrigIndice
            MOVE WsOrigemProcurada TO WsOrigCodigo(WsOrigIndice)
            MOVE "H" TO WsOrigRegra(WsOrigIndice)
            PERFORM VARYING WsCadSub FROM 1 BY 1
                    UNTIL WsCadSub > WsCadQtde
                IF WsCadCodigo(WsCadSub) = WsOrigemProcurada
                    MOVE WsCadRegra(WsCadSub)
                        TO WsOrigRegra(WsOrigIndice)
                END-IF
            END-PERFORM
            PERFORM VARYING WsDiaSub FROM 1 BY 1 UNTIL WsDiaSub > 61
                MOVE ZERO TO WsOrigDiaQtde(WsOrigIndice WsDiaSub)
                MOVE ZERO TO WsOrigDiaValor(WsOrigIndice WsDiaSub)
            END-PERFORM
        END-IF
    END-IF.

*> Lançamentos do dia ainda não cortados pelo fechamento. Sem o
*> arquivo (fechamento já rodou), a geração do dia já foi lida acima.
3500-LER-AUDITORIA-CORRENTE.
    MOVE "data/somanumeros_auditoria.dat" TO WsNomeArqAuditoria
    OPEN INPUT ArquivoAuditoria
    IF WsStatusAuditoria = "00"
        CLOSE ArquivoAuditoria
        PERFORM 3200-LER-ARQUIVO-AUDITORIA
    END-IF.

4000-ABRIR-RELATORIO.
    OPEN OUTPUT ArquivoRelatorio
    IF WsStatusRelatorio NOT = "00"
        DISPLAY "Erro ao abrir relatório de revisão analítica. Status: "
            WsStatusRelatorio
        STOP RUN
    END-IF
    MOVE SPACES TO WsLinhaRelatorio
    STRING "REVISAO ANALITICA DO MOVIMENTO - EMITIDO EM "
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
    MOVE WsDiasJanela   TO WsDiasJanelaEdt
    MOVE WsLimiteDesvio TO WsLimiteDesvioEdt
    MOVE SPACES TO WsLinhaRelatorio
    STRING "JANELA: "          DELIMITED BY SIZE
           WsDiasJanelaEdt     DELIMITED BY SIZE
           " dias úteis, de "  DELIMITED BY SIZE
           WsDataInicioJanela  DELIMITED BY SIZE
           " a "               DELIMITED BY SIZE
           WsDiaData(2)        DELIMITED BY SIZE
           "   FAIXA: "        DELIMITED BY SIZE
           WsFaixaPercentual   DELIMITED BY SIZE
           "%   LIMITE: "      DELIMITED BY SIZE
           WsLimiteDesvioEdt   DELIMITED BY SIZE
           " desvios-padrão (zero = critério desligado)"
                               DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    IF WsQtdeGeracoesExpurgadas > ZERO OR WsQtdeGeracoesPuladas > ZERO
        MOVE SPACES TO WsLinhaRelatorio
        STRING "ATENÇÃO: gerações da janela expurgadas: "
                   DELIMITED BY SIZE
               WsQtdeGeracoesExpurgadas DELIMITED BY SIZE
               ", recusadas pelo selo: " DELIMITED BY SIZE
               WsQtdeGeracoesPuladas DELIMITED BY SIZE
               " - médias por origem subestimadas."
                   DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA.

4100-IMPRIMIR-CABECALHO-COLUNAS.
    MOVE SPACES          TO WsLinhaRelatorio
    MOVE "CHAVE"         TO WsLinhaRelatorio(1:5)
    MOVE "MEDIDA"        TO WsLinhaRelatorio(10:6)
    MOVE "NO DIA"        TO WsLinhaRelatorio(26:6)
    MOVE "MEDIA"         TO WsLinhaRelatorio(44:5)
    MOVE "DESVIO PADRAO" TO WsLinhaRelatorio(53:13)
    MOVE "VAR. %"        TO WsLinhaRelatorio(70:6)
    MOVE "ATIVOS"        TO WsLinhaRelatorio(77:6)
    MOVE "SITUACAO"      TO WsLinhaRelatorio(85:8)
    PERFORM 8000-GRAVAR-LINHA.

5000-AVALIAR-OPERACOES.
    MOVE "POR CODIGO DE OPERACAO (mestre de saldos):"
        TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    IF NOT MestreDisponivel
        MOVE "  (mestre de saldos indisponível)" TO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    ELSE
        PERFORM 4100-IMPRIMIR-CABECALHO-COLUNAS
        PERFORM VARYING WsOpSub FROM 1 BY 1 UNTIL WsOpSub > 4
            MOVE SPACES TO WsChaveRotulo
            MOVE WsOperacaoCodigo(WsOpSub) TO WsChaveRotulo
            PERFORM VARYING WsDiaSub FROM 1 BY 1
                    UNTIL WsDiaSub > WsDiaQtde
                MOVE WsOpDiaQtde(WsOpSub WsDiaSub)
                    TO WsSerieValor(WsDiaSub)
            END-PERFORM
            PERFORM 5050-CONTAR-DIAS-ATIVOS
            PERFORM 5060-AVALIAR-ESPERADA-HISTORICO
            IF WsOpDiaQtde(WsOpSub 1) > ZERO OR WsDiasAtivos > ZERO
                MOVE "QTDE" TO WsMedidaRotulo
                PERFORM 5100-AVALIAR-MEDIDA
                PERFORM VARYING WsDiaSub FROM 1 BY 1
                        UNTIL WsDiaSub > WsDiaQtde
                    MOVE WsOpDiaValor(WsOpSub WsDiaSub)
                        TO WsSerieValor(WsDiaSub)
                END-PERFORM
                MOVE "VALOR" TO WsMedidaRotulo
                PERFORM 5100-AVALIAR-MEDIDA
            END-IF
        END-PERFORM
    END-IF
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA.

*> Dias da janela (sem a data de movimento) com movimento, sobre a
*> série de quantidade carregada.
5050-CONTAR-DIAS-ATIVOS.
    MOVE WsSerieValor(1) TO WsQtdeNoDia
    MOVE ZERO TO WsDiasAtivos
    PERFORM VARYING WsDiaSub FROM 2 BY 1 UNTIL WsDiaSub > WsDiaQtde
        IF WsSerieValor(WsDiaSub) NOT = ZERO
            ADD 1 TO WsDiasAtivos
        END-IF
    END-PERFORM.

*> Costuma mandar quem teve movimento em pelo menos metade dos dias
*> da janela. Só em dia útil se espera movimento.
5060-AVALIAR-ESPERADA-HISTORICO.
    MOVE "N" TO WsChaveEsperada
    IF DiaUtil AND WsDiasJanela > ZERO
            AND WsDiasAtivos * 2 NOT < WsDiasJanela
        SET ChaveEsperada TO TRUE
    END-IF
    PERFORM 5070-AVALIAR-SEM-MOVIMENTO.

5070-AVALIAR-SEM-MOVIMENTO.
    MOVE "N" TO WsSemMovimento
    IF ChaveEsperada AND WsSerieValor(1) = ZERO
        SET SemMovimento TO TRUE
        ADD 1 TO WsQtdeSemMovimento
    END-IF.

*> Média e desvio-padrão (populacional) dos dias da janela, variação
*> percentual do dia sobre a média e enquadramento. Dia sem movimento
*> de quem costuma mandar já sai como SEM MOVIMENTO nas duas medidas;
*> de quem não costuma, não é queda. Chave sem nenhum movimento na
*> janela não tem base para faixa.
5100-AVALIAR-MEDIDA.
    MOVE WsSerieValor(1) TO WsValorDia
    MOVE ZERO TO WsSomaSerie
    MOVE ZERO TO WsMedia
    MOVE ZERO TO WsSomaQuadrados
    MOVE ZERO TO WsDesvio
    MOVE ZERO TO WsVariacao
    MOVE "N" TO WsVariacaoCalculada
    MOVE "N" TO WsForaFaixa
    MOVE "N" TO WsForaDesvio
    MOVE SPACES TO WsSituacaoMedida
    IF WsDiasJanela > ZERO
        PERFORM VARYING WsDiaSub FROM 2 BY 1
                UNTIL WsDiaSub > WsDiaQtde
            ADD WsSerieValor(WsDiaSub) TO WsSomaSerie
        END-PERFORM
        COMPUTE WsMedia ROUNDED = WsSomaSerie / WsDiasJanela
        PERFORM VARYING WsDiaSub FROM 2 BY 1
                UNTIL WsDiaSub > WsDiaQtde
            COMPUTE WsDiferenca = WsSerieValor(WsDiaSub) - WsMedia
            COMPUTE WsSomaQuadrados
                = WsSomaQuadrados + WsDiferenca * WsDiferenca
        END-PERFORM
        COMPUTE WsDesvio ROUNDED
            = FUNCTION SQRT(WsSomaQuadrados / WsDiasJanela)
    END-IF
    IF WsMedia NOT = ZERO
        SET VariacaoCalculada TO TRUE
        COMPUTE WsVariacao ROUNDED
            = (WsValorDia - WsMedia) * 100 / FUNCTION ABS(WsMedia)
            ON SIZE ERROR
                IF WsValorDia > WsMedia
                    MOVE 999999.9 TO WsVariacao
                ELSE
                    MOVE -999999.9 TO WsVariacao
                END-IF
        END-COMPUTE
    END-IF
    EVALUATE TRUE
        WHEN SemMovimento
            MOVE "SEM MOVIMENTO" TO WsSituacaoMedida
        WHEN WsQtdeNoDia = ZERO
            CONTINUE
        WHEN WsMedia = ZERO AND WsDesvio = ZERO
            IF WsValorDia NOT = ZERO
                MOVE "SEM HISTORICO" TO WsSituacaoMedida
                IF WsMedidaRotulo = "QTDE"
                    ADD 1 TO WsQtdeSemHistorico
                END-IF
            END-IF
        WHEN OTHER
            PERFORM 5150-ENQUADRAR-MEDIDA
    END-EVALUATE
    PERFORM 5200-IMPRIMIR-MEDIDA.

5150-ENQUADRAR-MEDIDA.
    IF WsFaixaPercentual > ZERO AND VariacaoCalculada
            AND FUNCTION ABS(WsVariacao) > WsFaixaPercentual
        SET ForaFaixa TO TRUE
    END-IF
    COMPUTE WsLimiteDistancia = WsDesvio * WsLimiteDesvio
    IF WsLimiteDesvio > ZERO AND WsDesvio > ZERO
            AND FUNCTION ABS(WsValorDia - WsMedia)
                > WsLimiteDistancia
        SET ForaDesvio TO TRUE
    END-IF
    IF ForaFaixa OR ForaDesvio
        IF WsValorDia > WsMedia
            MOVE "PICO" TO WsSituacaoMedida
            ADD 1 TO WsQtdePicos
        ELSE
            MOVE "QUEDA" TO WsSituacaoMedida
            ADD 1 TO WsQtdeQuedas
        END-IF
        EVALUATE TRUE
            WHEN ForaFaixa AND ForaDesvio
                MOVE "(% E DP)" TO WsSituacaoMedida(7:8)
            WHEN ForaFaixa
                MOVE "(%)"      TO WsSituacaoMedida(7:3)
            WHEN OTHER
                MOVE "(DP)"     TO WsSituacaoMedida(7:4)
        END-EVALUATE
    END-IF.

5200-IMPRIMIR-MEDIDA.
    MOVE SPACES TO WsLinhaRelatorio
    IF WsMedidaRotulo = "QTDE"
        MOVE WsChaveRotulo TO WsLinhaRelatorio(1:8)
        MOVE WsDiasAtivos  TO WsDiasAtivosEdt
        MOVE WsDiasAtivosEdt TO WsLinhaRelatorio(78:2)
    END-IF
    MOVE WsMedidaRotulo TO WsLinhaRelatorio(10:5)
    MOVE WsValorDia     TO WsValorEdt
    MOVE WsValorEdt     TO WsLinhaRelatorio(16:16)
    MOVE WsMedia        TO WsMediaEdt
    MOVE WsMediaEdt     TO WsLinhaRelatorio(33:16)
    MOVE WsDesvio       TO WsDesvioEdt
    MOVE WsDesvioEdt    TO WsLinhaRelatorio(50:16)
    IF VariacaoCalculada
        MOVE WsVariacao    TO WsVariacaoEdt
        MOVE WsVariacaoEdt TO WsLinhaRelatorio(67:9)
    END-IF
    MOVE WsSituacaoMedida TO WsLinhaRelatorio(85:20)
    PERFORM 8000-GRAVAR-LINHA.

*> Para a origem, a regra do cadastro vem antes do histórico: esperada
*> pelo cadastro (E), dispensada (N) ou julgada pelo histórico (H).
6000-AVALIAR-ORIGENS.
    MOVE "POR SISTEMA DE ORIGEM (trilha de auditoria):"
        TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    IF WsOrigQtde = ZERO
        MOVE "  (nenhum movimento na janela)" TO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    ELSE
        PERFORM 4100-IMPRIMIR-CABECALHO-COLUNAS
        PERFORM VARYING WsOrigSub FROM 1 BY 1
                UNTIL WsOrigSub > WsOrigQtde
            PERFORM 6100-AVALIAR-ORIGEM
        END-PERFORM
    END-IF
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA.

6100-AVALIAR-ORIGEM.
    MOVE WsOrigCodigo(WsOrigSub) TO WsChaveRotulo
    PERFORM VARYING WsDiaSub FROM 1 BY 1 UNTIL WsDiaSub > WsDiaQtde
        MOVE WsOrigDiaQtde(WsOrigSub WsDiaSub)
            TO WsSerieValor(WsDiaSub)
    END-PERFORM
    PERFORM 5050-CONTAR-DIAS-ATIVOS
    EVALUATE WsOrigRegra(WsOrigSub)
        WHEN "E"
            SET ChaveEsperada TO TRUE
            PERFORM 5070-AVALIAR-SEM-MOVIMENTO
        WHEN "N"
            MOVE "N" TO WsChaveEsperada
            PERFORM 5070-AVALIAR-SEM-MOVIMENTO
        WHEN OTHER
            PERFORM 5060-AVALIAR-ESPERADA-HISTORICO
    END-EVALUATE
    MOVE "QTDE" TO WsMedidaRotulo
    PERFORM 5100-AVALIAR-MEDIDA
    PERFORM VARYING WsDiaSub FROM 1 BY 1 UNTIL WsDiaSub > WsDiaQtde
        MOVE WsOrigDiaValor(WsOrigSub WsDiaSub)
            TO WsSerieValor(WsDiaSub)
    END-PERFORM
    MOVE "VALOR" TO WsMedidaRotulo
    PERFORM 5100-AVALIAR-MEDIDA.

7000-IMPRIMIR-TOTAIS.
    MOVE SPACES TO WsLinhaRelatorio
    STRING "PICOS: "            DELIMITED BY SIZE
           WsQtdePicos          DELIMITED BY SIZE
           "  QUEDAS: "         DELIMITED BY SIZE
           WsQtdeQuedas         DELIMITED BY SIZE
           "  SEM MOVIMENTO: "  DELIMITED BY SIZE
           WsQtdeSemMovimento   DELIMITED BY SIZE
           "  SEM HISTORICO: "  DELIMITED BY SIZE
           WsQtdeSemHistorico   DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "Gerações lidas: "        DELIMITED BY SIZE
           WsQtdeGeracoesLidas       DELIMITED BY SIZE
           "  linhas de auditoria: " DELIMITED BY SIZE
           WsQtdeLinhasAuditoria     DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    IF WsQtdePicos > ZERO OR WsQtdeQuedas > ZERO
            OR WsQtdeSemMovimento > ZERO
        MOVE SPACES TO WsLinhaRelatorio
        STRING "ATENÇÃO: examinar as variações marcadas antes do"
                   DELIMITED BY SIZE
               " fechamento e da liberação da interface GL."
                   DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF.

7900-ENCERRAR.
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE "Conferido por: ______________________  Data: ___/___/_____"
        TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    CLOSE ArquivoRelatorio
    DISPLAY "Relatório gravado em data/somanumeros_analitica_rpt.dat".

8000-GRAVAR-LINHA.
    MOVE WsLinhaRelatorio TO RegistroRelatorio
    WRITE RegistroRelatorio
    DISPLAY WsLinhaRelatorio.
