*> recusado interrompe a fila ali mesmo, para que nada atrás dele seja
*> postado fora de ordem. Sem o arquivo de fila, o comportamento é o
*> clássico: uma execução processa só data/somanumeros_entrada.dat.
*>
*> Lote em moeda estrangeira (moeda no cabeçalho) tem o resultado de
*> cada detalhe convertido para reais pela taxa da tabela de câmbio
*> (data/somanumeros_cambio.dat, ver CambioRec) na data de movimento;
*> daí em diante — mapeamento pelo sinal, limite de aprovação, mestre,
*> saída, auditoria e par GL — tudo corre em reais, com a moeda, o
*> valor original e a taxa guardados ao lado. Sem taxa para a moeda
*> na data, o lote é recusado inteiro.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusInterfaceGLTemp.

    SELECT ArquivoAuditoriaHist ASSIGN TO DYNAMIC WsCaminhoAuditoriaHist
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusAuditoriaHist.

    SELECT ArquivoDuplicidades
        ASSIGN TO "data/somanumeros_duplicidades.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusDuplicidades.

    SELECT ArquivoDuplicidadesTemp
        ASSIGN TO "data/somanumeros_duplicidades.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusDuplicidadesTemp.

    SELECT ArquivoCorrecoes ASSIGN TO "data/somanumeros_correcoes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusCorrecoes.

    SELECT ArquivoMapaGL ASSIGN TO "data/somanumeros_gl_mapa.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusMapaGL.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusGeracoes.

    SELECT ArquivoOrigens ASSIGN TO "data/somanumeros_origens.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusOrigens.

    SELECT ArquivoRetornoOrigem ASSIGN TO DYNAMIC WsCaminhoRetornoOrigem
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusRetornoOrigem.

    SELECT ArquivoPeriodos ASSIGN TO "data/somanumeros_periodos.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusPeriodos.

    SELECT ArquivoCambio ASSIGN TO "data/somanumeros_cambio.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusCambio.

    SELECT ArquivoSuspensos ASSIGN TO "data/somanumeros_suspensos.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusSuspensos.
    RECORDING MODE IS F.
COPY GLRec REPLACING ==RegistroInterfaceGL== BY ==RegistroInterfaceGLTemp==.

*> Auditoria lida na conferência de duplicidade por conteúdo: o
*> arquivo corrente e as gerações fechadas da janela, uma de cada vez.
FD  ArquivoAuditoriaHist
    RECORDING MODE IS F.
COPY AuditRec REPLACING ==RegistroAuditoria== BY ==RegistroAuditoriaHist==.

FD  ArquivoDuplicidades
    RECORDING MODE IS F.
COPY DuplicidadeRec.

FD  ArquivoDuplicidadesTemp
    RECORDING MODE IS F.
COPY DuplicidadeRec
    REPLACING ==RegistroDuplicidade== BY ==RegistroDuplicidadeTemp==.

*> Registro de correções de CorrecaoSuspensos, consultado para não
*> reconferir o falso positivo de duplicidade liberado pela operação.
FD  ArquivoCorrecoes
    RECORDING MODE IS F.
COPY CorrecaoRec.

FD  ArquivoMapaGL
    RECORDING MODE IS F.
COPY GLMapaRec.
    RECORDING MODE IS F.
COPY GeracaoRec.

*> Situação dos períodos contábeis, mantida por ManutencaoPeriodos;
*> carregada na abertura em 0670-CARREGAR-PERIODOS.
FD  ArquivoPeriodos
    RECORDING MODE IS F.
COPY PeriodoRec.

*> Tabela de taxas de câmbio, mantida por ManutencaoCambio; lida em
*> 1147-OBTER-TAXAS-CAMBIO só quando o lote tem moeda estrangeira.
FD  ArquivoCambio
    RECORDING MODE IS F.
COPY CambioRec.

FD  ArquivoOrigens
    RECORDING MODE IS F.
COPY OrigemRec.

*> Retorno para o sistema de origem do lote, um arquivo por origem
*> (data/somanumeros_retorno_origem_<ORIGEM>.dat), gravado ao fim de
*> cada execução — postagem, validação prévia ou recusa.
FD  ArquivoRetornoOrigem
    RECORDING MODE IS F.
COPY RetornoOrigemRec.

FD  ArquivoPendentes
    RECORDING MODE IS F.
COPY PendenteRec.
*> o detalhe não posta de imediato: vai para a fila de aprovação de
*> supervisor (ver PendenteRec). Zero, em branco ou ausente desliga a
*> retenção — o comportamento clássico de postar tudo direto.
*>
*> A janela de duplicidade é o número de dias úteis, antes da data de
*> movimento do lote, cuja auditoria é lida à procura de um detalhe de
*> mesmo conteúdo e mesma data de movimento já postado por outro lote
*> da mesma origem — que faz o detalhe novo ficar retido em suspensos
*> como provável duplicidade ("DU"). Zero desliga a
*> conferência; em branco ou ausente vale 5 dias úteis. Acrescentada
*> ao final para os arquivos de parâmetros antigos continuarem
*> legíveis.
FD  ArquivoParametros
    RECORDING MODE IS F.
01  RegistroParametros.
    05  ParmModoExecucao            PIC X(1).
    05  ParmIntervaloCommit         PIC 9(5).
    05  ParmLimiteAprovacao         PIC 9(7)V99.
    05  ParmJanelaDuplicidade       PIC 9(3).

FD  ArquivoRunLog
    RECORDING MODE IS F.
*> 1150-VERIFICAR-LOTE-PROCESSADO para recusar o reenvio acidental de
*> um lote inteiro (ex.: arquivo de ontem transmitido de novo) e
*> alimentado em 4100-REGISTRAR-LOTE-PROCESSADO ao final do job.
*> O sistema de origem e a data de movimento foram acrescentados ao
*> final para MonitorOrigens saber que arquivo de cada área chegou e
*> quando; linhas antigas chegam com eles em branco.
FD  ArquivoLotesProcessados
    RECORDING MODE IS F.
01  RegistroLoteProcessado.
    05  LoteProcId                  PIC X(10).
    05  LoteProcData                PIC 9(8).
    05  LoteProcHora                PIC 9(8).
    05  LoteProcSistemaOrigem       PIC X(8).
    05  LoteProcDataMovimento       PIC 9(8).

FD  ArquivoCheckpoint
    RECORDING MODE IS F.
    05  CheckpointQtdeAuditoria     PIC 9(8).
    05  CheckpointQtdeGL            PIC 9(8).
    05  CheckpointQtdePendentes     PIC 9(8).
*> Acrescentado ao final, para o checkpoint antigo continuar legível.
    05  CheckpointQtdeDuplicidades  PIC 9(8).

*> Usado só por 3700-GRAVAR-CHECKPOINT para escrever o checkpoint num
*> arquivo separado e depois trocar o nome pelo definitivo (ver
    05  CheckpointQtdeAuditoriaTemp PIC 9(8).
    05  CheckpointQtdeGLTemp        PIC 9(8).
    05  CheckpointQtdePendentesTemp PIC 9(8).
    05  CheckpointQtdeDuplicidadesTemp PIC 9(8).

WORKING-STORAGE SECTION.
COPY LedgerRec.
01  WsStatusMapaGL              PIC X(2).
01  WsStatusCalendario          PIC X(2).
01  WsStatusGeracoes            PIC X(2).
01  WsStatusPeriodos            PIC X(2).
01  WsStatusCambio              PIC X(2).
01  WsStatusOrigens             PIC X(2).
01  WsStatusAuditoriaHist       PIC X(2).
01  WsStatusDuplicidades        PIC X(2).
01  WsStatusDuplicidadesTemp    PIC X(2).
01  WsStatusCorrecoes           PIC X(2).
01  WsStatusRetornoOrigem       PIC X(2).
01  WsStatusMaster              PIC X(2).
01  WsStatusSuspensos           PIC X(2).
01  WsStatusSuspensosTemp       PIC X(2).
01  WsRodapeHash2               PIC S9(11)V99.
01  WsMotivoRecusa              PIC X(60).

*> Moeda do lote (cabeçalho; em branco vale BRL) e as moedas
*> estrangeiras que os detalhes usam sem taxa própria, cada uma com a
*> taxa da data de movimento obtida em 1147-OBTER-TAXAS-CAMBIO. Por
*> detalhe, 2050-DEFINIR-MOEDA-DETALHE deixa a moeda e a taxa que
*> valem para ele, e 3250-CONVERTER-MOEDA guarda em WsValorOriginal o
*> resultado na moeda original antes de convertê-lo.
01  WsMoedaLote                 PIC X(3).
01  WsMoedaConsulta             PIC X(3).
01  WsMoedaValida               PIC X(1).
    88  MoedaValida                        VALUE "S".
01  WsFimCambio                 PIC X(1)    VALUE "N".
    88  FimCambio                          VALUE "S".

01  WsCambios.
    05  WsCambioQtde            PIC 9(2)    VALUE ZERO.
    05  WsCambioEntrada OCCURS 10 TIMES.
        10  WsCambMoeda         PIC X(3).
        10  WsCambTaxa          PIC 9(4)V9(6).

01  WsCambioSub                 PIC 9(2) COMP.
01  WsCambioIndice              PIC 9(2) COMP VALUE ZERO.

01  WsMoedaDetalhe              PIC X(3).
01  WsTaxaDetalhe               PIC 9(4)V9(6).
01  WsValorOriginal             PIC S9(8)V99.
01  WsTaxaEdt                   PIC Z(3)9.9(6).
01  WsNumDetalheEdt             PIC Z(6)9.

01  WsRodapeLido                PIC X(1)    VALUE "N".
    88  RodapeLido                         VALUE "S".

01  WsGeracaoCortada            PIC X(1)    VALUE "N".
    88  GeracaoCortada                     VALUE "S".

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

*> Cadastro de sistemas de origem carregado de
*> data/somanumeros_origens.dat em 0680-CARREGAR-ORIGENS: a origem do
*> cabeçalho precisa estar cadastrada e ativa, e o lote respeitar os
*> limites de quantidade de detalhes e de valor bruto da origem. Sem o
*> arquivo, a conferência de origem não é feita (aviso no console).
01  WsComCadastroOrigens        PIC X(1)    VALUE "N".
    88  ComCadastroOrigens                 VALUE "S".
01  WsFimOrigens                PIC X(1)    VALUE "N".
    88  FimOrigens                         VALUE "S".

01  WsOrigens.
    05  WsOrigemQtde            PIC 9(3)    VALUE ZERO.
    05  WsOrigemEntrada OCCURS 100 TIMES.
        10  WsOrigCodigo        PIC X(8).
        10  WsOrigSituacao      PIC X(1).
        10  WsOrigMaxDetalhes   PIC 9(7).
        10  WsOrigMaxValor      PIC 9(11)V99.
        10  WsOrigDuplicidade   PIC X(1).

01  WsOrigemSub                 PIC 9(3) COMP.
01  WsOrigemIndice              PIC 9(3) COMP VALUE ZERO.

*> Valor bruto do lote para o limite da origem: soma dos valores
*> absolutos de Numero1 e Numero2 dos detalhes numéricos, acumulada na
*> validação junto com os hash totals.
01  WsValorBrutoLote            PIC 9(13)V99  VALUE ZERO.

*> Retorno para a origem: valores do lote por destino, todos em reais
*> (postados e retidos pela soma calculada, suspensos pelo Numero1
*> como chegou convertido pela taxa do detalhe) e os detalhes não
*> postados da execução — suspensos e retidos para aprovação —
*> guardados à medida que aparecem, inclusive os reavaliados no salto
*> da retomada, para as linhas "D" do retorno.
01  WsValorPostadosLote         PIC S9(11)V99 VALUE ZERO.
01  WsValorSuspensosLote        PIC S9(11)V99 VALUE ZERO.
01  WsValorRetidosLote          PIC S9(11)V99 VALUE ZERO.
01  WsValorSuspensoDetalhe      PIC S9(11)V99.

01  WsNaoPostados.
    05  WsNaoPostQtde           PIC 9(4)    VALUE ZERO.
    05  WsNaoPostEntrada OCCURS 2000 TIMES.
        10  WsNaoPostRegistro   PIC 9(7).
        10  WsNaoPostMotivo     PIC X(2).
        10  WsNaoPostConteudo   PIC X(40).

01  WsNaoPostSub                PIC 9(4) COMP.
01  WsNaoPostExcedentes         PIC 9(7)    VALUE ZERO.
01  WsCaminhoRetornoOrigem      PIC X(60).
01  WsResultadoRetorno          PIC X(2).

*> Conferência de duplicidade por conteúdo. Na validação do lote cada
*> detalhe deixa aqui a sua impressão (Numero1, Numero2, operação,
*> moeda e data de movimento), na posição do detalhe no lote; a
*> varredura da auditoria da janela marca as suspeitas com o original
*> encontrado, e o processamento do detalhe consulta a marca pela
*> mesma posição. Situação: "C" a
*> conferir, "X" fora da conferência (campo inválido ou estorno), "L"
*> liberado pela operação em CorrecaoSuspensos, "D" suspeita.
01  WsJanelaDuplicidade         PIC 9(3)    VALUE 5.
01  WsConfereDuplicidade        PIC X(1)    VALUE "N".
    88  ConfereDuplicidade                 VALUE "S".
01  WsSuspeitoDuplicidade       PIC X(1)    VALUE "N".
    88  SuspeitoDuplicidade                VALUE "S".
01  WsDataInicioJanela          PIC 9(8).
01  WsDiasJanela                PIC S9(9) COMP.
01  WsDiasUteisJanela           PIC 9(3).
01  WsDiasRecuados              PIC 9(4).
01  WsDiaUtilJanela             PIC X(1).
    88  DiaUtilJanela                      VALUE "S".
01  WsDataMovLinha              PIC 9(8).
01  WsGeracaoLida               PIC 9(8).
01  WsMensagemSelo              PIC X(132).
COPY SeloGeracaoParm.
01  WsCaminhoAuditoriaHist      PIC X(60).
01  WsFimAuditoriaHist          PIC X(1)    VALUE "N".
    88  FimAuditoriaHist                   VALUE "S".
01  WsFimCorrecoes              PIC X(1)    VALUE "N".
    88  FimCorrecoes                       VALUE "S".
01  WsQtdeSuspeitos             PIC 9(7)    VALUE ZERO.

01  WsImpressoes.
    05  WsImpQtde               PIC 9(5)    VALUE ZERO.
    05  WsImpEntrada OCCURS 5000 TIMES.
        10  WsImpNumero1        PIC S9(7)V99.
        10  WsImpNumero2        PIC S9(7)V99.
        10  WsImpOperacao       PIC X(1).
        10  WsImpMoeda          PIC X(3).
        10  WsImpDataMov        PIC 9(8).
        10  WsImpSituacao       PIC X(1).
        10  WsImpOrigLote       PIC X(10).
        10  WsImpOrigRegistro   PIC 9(7).
        10  WsImpOrigDataMov    PIC 9(8).
        10  WsImpOrigData       PIC 9(8).
        10  WsImpOrigGeracao    PIC 9(8).

01  WsImpSub                    PIC 9(5) COMP.

*> Mês procurado no redirecionamento de estorno, avançado mês a mês a
*> partir do mês fechado até o mês corrente.
01  WsAnoMesBusca               PIC 9(6).
01  WsAnoMesBuscaDec REDEFINES WsAnoMesBusca.
    05  WsBuscaAno              PIC 9(4).
    05  WsBuscaMes              PIC 9(2).
01  WsAnoMesAtual               PIC 9(6).
01  WsDataDestino               PIC 9(8).
01  WsDiasDestino               PIC S9(9) COMP.

01  WsPeriodoDestinoAchado      PIC X(1)    VALUE "N".
    88  PeriodoDestinoAchado               VALUE "S".

01  WsDiaUtilAchado             PIC X(1)    VALUE "N".
    88  DiaUtilAchado                      VALUE "S".

*> Marcas do lote corrente: data de movimento em período fechado,
*> recusa por esse motivo (situação "PF" no log de execuções) e, no
*> lote redirecionado, a data que o cabeçalho trazia — gravada em
*> AuditoriaDataOriginal. WsQtdeDetalhesEstorno conta os detalhes
*> marcados como estorno na validação: um lote datado em período
*> fechado só é redirecionado inteiro (1180-REDIRECIONAR-ESTORNO) se
*> todos forem estornos. Fora isso, cada estorno que traz a data do
*> lançamento original num mês fechado é redirecionado por si, pelos
*> destinos de WsDestinosEstorno.
01  WsPeriodoFechadoLote        PIC X(1)    VALUE "N".
    88  PeriodoFechadoLote                 VALUE "S".
01  WsRecusaPeriodo             PIC X(1)    VALUE "N".
    88  RecusaPeriodoFechado               VALUE "S".
01  WsDataMovimentoOriginal     PIC 9(8)    VALUE ZERO.
01  WsQtdeDetalhesEstorno       PIC 9(7)    VALUE ZERO.

*> Limite da busca do primeiro período não fechado em
*> 1182-BUSCAR-PERIODO-ABERTO: o mês corrente, no lote redirecionado;
*> o mês do lote, no estorno redirecionado por item.
01  WsAnoMesLimite              PIC 9(6).

*> Estorno que traz a data do lançamento original (gerado por
*> EstornoSomaNumeros) é redirecionado item a item: cada mês original
*> fechado ganha aqui, na validação, a data em que os seus estornos
*> postam — a do lote, se o primeiro período aberto depois dele for o
*> do lote, ou o último dia útil do período aberto anterior ao lote.
*> 2060-DEFINIR-DATA-DETALHE deixa em WsDataMovDetalhe a data em que o
*> detalhe corrente posta e em WsDataOrigDetalhe a que vai para
*> AuditoriaDataOriginal.
01  WsDestinosEstorno.
    05  WsDestinoQtde           PIC 9(2)    VALUE ZERO.
    05  WsDestinoEntrada OCCURS 12 TIMES.
        10  WsDestinoAnoMesOrig PIC 9(6).
        10  WsDestinoData       PIC 9(8).

01  WsDestinoSub                PIC 9(2) COMP.
01  WsDestinoIndice             PIC 9(2) COMP VALUE ZERO.
01  WsDataMovDetalhe            PIC 9(8).
01  WsDataOrigDetalhe           PIC 9(8).

01  WsMapaSub                   PIC 9(2) COMP.
01  WsMapaIndice                PIC 9(2) COMP VALUE ZERO.
01  WsSinalSoma                 PIC X(1).
01  WsValorAbsoluto             PIC 9(8)V99.

*> Acumuladores do mestre de saldos para a execução corrente: um por
*> data de movimento e código de operação — a data do lote e, para os
*> estornos redirecionados item a item, a do período que os recebe. São
*> aplicados ao mestre uma única vez, em 4050-ATUALIZAR-MASTER, depois
*> que o último detalhe foi gravado; numa retomada por checkpoint, os
*> registros já processados são reacumulados durante o salto
*> (1550-REACUMULAR-MASTER), de modo que a aplicação final cubra o
*> lote inteiro exatamente uma vez.
01  WsDeltasMaster.
    05  WsDeltaChaves           PIC 9(2)    VALUE ZERO.
    05  WsDeltaEntrada OCCURS 52 TIMES.
        10  WsDeltaData         PIC 9(8).
        10  WsDeltaOperacao     PIC X(1).
        10  WsDeltaQtde         PIC 9(7).
        10  WsDeltaSaldo        PIC S9(11)V99.

01  WsDeltaSub                  PIC 9(2) COMP.
01  WsDeltaIndice               PIC 9(2) COMP.

01  WsContadores.
    05  WsQtdeLidos             PIC 9(7)    VALUE ZERO.
    05  WsRejDivZero            PIC 9(7)    VALUE ZERO.
    05  WsRejFaixa              PIC 9(7)    VALUE ZERO.
    05  WsRejMapaGL             PIC 9(7)    VALUE ZERO.
    05  WsRejDuplicidade        PIC 9(7)    VALUE ZERO.

01  WsFoiRetomada               PIC X(1)    VALUE "N".
    88  FoiRetomada                        VALUE "S".
01  WsQtdeSaidaConfirmados      PIC 9(8)    VALUE ZERO.
01  WsQtdeAuditoriaConfirmados  PIC 9(8)    VALUE ZERO.
01  WsQtdeGLConfirmados         PIC 9(8)    VALUE ZERO.
*> O registro de pares de duplicidade é aberto e fechado a cada
*> suspeita, mas entra no mesmo ciclo: sem ele, a retomada regravaria
*> os pares do intervalo não confirmado.
01  WsQtdeDuplicidadesArq       PIC 9(8)    VALUE ZERO.
01  WsQtdeDuplicidadesConfirmados PIC 9(8)  VALUE ZERO.

01  WsFimContagem               PIC X(1)    VALUE "N".
    88  FimContagem                        VALUE "S".
        VALUE "data/somanumeros_pendentes.dat".
01  WsCaminhoPendentesTemp      PIC X(40)
        VALUE "data/somanumeros_pendentes.dat.tmp".
01  WsCaminhoDuplicidades       PIC X(40)
        VALUE "data/somanumeros_duplicidades.dat".
01  WsCaminhoDuplicidadesTemp   PIC X(40)
        VALUE "data/somanumeros_duplicidades.dat.tmp".
01  WsCaminhoFila               PIC X(40) VALUE "data/somanumeros_fila.dat".
01  WsCaminhoFilaTemp           PIC X(40) VALUE "data/somanumeros_fila.dat.tmp".
01  WsRcRenomear                PIC S9(9) COMP.
    PERFORM 0300-LER-PARAMETROS
    PERFORM 0600-CARREGAR-MAPA-GL
    PERFORM 0650-CARREGAR-CALENDARIO
    PERFORM 0670-CARREGAR-PERIODOS
    PERFORM 0680-CARREGAR-ORIGENS
    PERFORM 0700-CARREGAR-FILA
    IF ComFila
        PERFORM 0800-PROCESSAR-FILA
    PERFORM 0500-INICIAR-DELTAS-MASTER
    PERFORM 1000-ABRIR-ENTRADA
    PERFORM 1100-VALIDAR-LOTE
    PERFORM 1250-CONFERIR-DUPLICIDADE
    PERFORM 1200-REABRIR-ENTRADA
    IF ModoPostagem
        PERFORM 1300-CONTAR-ARQUIVOS-SAIDA
                        AND ParmLimiteAprovacao > ZERO
                    MOVE ParmLimiteAprovacao TO WsLimiteAprovacao
                END-IF
                IF ParmJanelaDuplicidade NUMERIC
                    MOVE ParmJanelaDuplicidade TO WsJanelaDuplicidade
                END-IF
        END-READ
        CLOSE ArquivoParametros
    END-IF
    IF WsLimiteAprovacao > ZERO
        DISPLAY "Limite de aprovação de supervisor: "
            WsLimiteAprovacao "."
    END-IF
    IF WsJanelaDuplicidade > ZERO
        DISPLAY "Janela de duplicidade: " WsJanelaDuplicidade
            " dia(s) útil(eis)."
    ELSE
        DISPLAY "Conferência de duplicidade por conteúdo desligada."
    END-IF.

*> Zera os controles por arquivo para que cada lote da fila comece
    MOVE ZERO TO WsRejDivZero
    MOVE ZERO TO WsRejFaixa
    MOVE ZERO TO WsRejMapaGL
    MOVE ZERO TO WsRejDuplicidade
    MOVE ZERO TO WsImpQtde
    MOVE ZERO TO WsQtdeSuspeitos
    MOVE "N"  TO WsConfereDuplicidade
    MOVE ZERO TO WsPosicaoRetomada
    MOVE ZERO TO WsDesdeUltimoCommit
    MOVE ZERO TO WsQtdeJaProcessados
    MOVE ZERO TO WsQtdeAuditoriaConfirmados
    MOVE ZERO TO WsQtdeGLConfirmados
    MOVE ZERO TO WsQtdePendentesConfirmados
    MOVE ZERO TO WsQtdeDuplicidadesArq
    MOVE ZERO TO WsQtdeDuplicidadesConfirmados
    MOVE ZERO TO WsQtdeRetidos
    MOVE ZERO TO WsContadorPular
    MOVE ZERO TO WsContadorManter
    MOVE "N"  TO WsPeriodoFechadoLote
    MOVE "N"  TO WsRecusaPeriodo
    MOVE ZERO TO WsDataMovimentoOriginal
    MOVE ZERO TO WsQtdeDetalhesEstorno
    MOVE ZERO TO WsValorBrutoLote
    MOVE ZERO TO WsValorPostadosLote
    MOVE ZERO TO WsValorSuspensosLote
    MOVE ZERO TO WsValorRetidosLote
    MOVE ZERO TO WsNaoPostQtde
    MOVE ZERO TO WsNaoPostExcedentes
    MOVE ZERO TO WsOrigemIndice
    MOVE SPACES TO WsSistemaOrigem
    MOVE ZERO TO WsDataMovimento
    MOVE "BRL" TO WsMoedaLote
    MOVE ZERO TO WsCambioQtde
    MOVE ZERO TO WsDestinoQtde.

*> As chaves (data + operação) são criadas à medida que os detalhes
*> acumulam, em 3680-ACUMULAR-MASTER.
0500-INICIAR-DELTAS-MASTER.
    MOVE ZERO TO WsDeltaChaves.

*> O mapeamento contábil é obrigatório: sem ele toda transação seria
*> rejeitada para suspensos, então a falta do arquivo derruba o job
                " ignorada."
    END-EVALUATE.

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

*> Sem data/somanumeros_origens.dat o job segue sem a conferência de
*> origem, com aviso no console — o mesmo tratamento do calendário,
*> para a implantação do cadastro não parar a postagem. Com o arquivo,
*> origem fora dele é recusada.
0680-CARREGAR-ORIGENS.
    OPEN INPUT ArquivoOrigens
    IF WsStatusOrigens NOT = "00"
        DISPLAY "Cadastro de sistemas de origem ausente (status "
            WsStatusOrigens "); origem do lote não conferida."
    ELSE
        SET ComCadastroOrigens TO TRUE
        PERFORM UNTIL FimOrigens
            READ ArquivoOrigens
                AT END
                    SET FimOrigens TO TRUE
                NOT AT END
                    IF WsOrigemQtde >= 100
                        DISPLAY "Cadastro com mais de 100 origens;"
                            " linha excedente ignorada."
                    ELSE
                        ADD 1 TO WsOrigemQtde
                        MOVE OrigemCodigo
                            TO WsOrigCodigo(WsOrigemQtde)
                        MOVE OrigemSituacao
                            TO WsOrigSituacao(WsOrigemQtde)
                        MOVE OrigemMaxDetalhes
                            TO WsOrigMaxDetalhes(WsOrigemQtde)
                        MOVE OrigemMaxValor
                            TO WsOrigMaxValor(WsOrigemQtde)
                        MOVE OrigemConfereDuplicidade
                            TO WsOrigDuplicidade(WsOrigemQtde)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArquivoOrigens
    END-IF.

*> A fila é opcional: sem data/somanumeros_fila.dat a execução
*> processa só o arquivo de entrada clássico. Com a fila, todas as
*> linhas são carregadas para a memória — inclusive as já processadas,
    MOVE LoteId-Ent         TO WsLoteId
    MOVE DataMovimento-Ent  TO WsDataMovimento
    MOVE SistemaOrigem-Ent  TO WsSistemaOrigem
    PERFORM 1140-VERIFICAR-ORIGEM
    PERFORM 1160-VALIDAR-DATA-MOVIMENTO
    IF MoedaLote-Ent NOT = SPACES
        MOVE MoedaLote-Ent TO WsMoedaConsulta
        PERFORM 1135-VALIDAR-CODIGO-MOEDA
        IF NOT MoedaValida
            MOVE SPACES TO WsMotivoRecusa
            STRING "moeda do lote inválida [" DELIMITED BY SIZE
                   MoedaLote-Ent              DELIMITED BY SIZE
                   "]"                        DELIMITED BY SIZE
                INTO WsMotivoRecusa
            PERFORM 1190-RECUSAR-LOTE
        END-IF
        MOVE MoedaLote-Ent TO WsMoedaLote
    END-IF

    PERFORM UNTIL FimArquivo
        READ ArquivoEntrada
        MOVE "hash total de Numero2 difere do rodapé" TO WsMotivoRecusa
        PERFORM 1190-RECUSAR-LOTE
    END-IF
    PERFORM 1145-CONFERIR-LIMITES-ORIGEM
    IF PeriodoFechadoLote
        IF WsQtdeDetalhesLidos > ZERO
                AND WsQtdeDetalhesEstorno = WsQtdeDetalhesLidos
            PERFORM 1180-REDIRECIONAR-ESTORNO
        ELSE
            MOVE "data de movimento em período contábil fechado"
                TO WsMotivoRecusa
            PERFORM 1195-RECUSAR-PERIODO-FECHADO
        END-IF
    END-IF
    PERFORM 1148-DEFINIR-DESTINOS-ESTORNO
    PERFORM 1147-OBTER-TAXAS-CAMBIO

    MOVE WsLoteId TO WsLoteConsulta
    PERFORM 1150-VERIFICAR-LOTE-PROCESSADO
                PERFORM 1190-RECUSAR-LOTE
            END-IF
            ADD 1 TO WsQtdeDetalhesLidos
            IF LancamentoEstorno-Ent
                ADD 1 TO WsQtdeDetalhesEstorno
            END-IF
            PERFORM 1120-CONFERIR-MOEDA-DETALHE
            PERFORM 1122-CONFERIR-DATA-ORIGINAL
            PERFORM 1115-GUARDAR-IMPRESSAO
            IF Numero1-Ent NUMERIC
                ADD Numero1-Ent TO WsHashNumero1
                COMPUTE WsValorBrutoLote
                    = WsValorBrutoLote + FUNCTION ABS(Numero1-Ent)
            END-IF
            IF Numero2-Ent NUMERIC
                ADD Numero2-Ent TO WsHashNumero2
                COMPUTE WsValorBrutoLote
                    = WsValorBrutoLote + FUNCTION ABS(Numero2-Ent)
            END-IF
        WHEN OTHER
            MOVE "tipo de registro desconhecido no arquivo"
            PERFORM 1190-RECUSAR-LOTE
    END-EVALUATE.

*> Impressão do detalhe para a conferência de duplicidade, na posição
*> do detalhe no lote. Estornos não entram: desfazem um lançamento de
*> mesmo conteúdo por definição. Acima de 5000 detalhes o restante do
*> lote não é conferido (aviso em 1250-CONFERIR-DUPLICIDADE).
1115-GUARDAR-IMPRESSAO.
    IF WsImpQtde < 5000
        ADD 1 TO WsImpQtde
        IF Numero1-Ent NUMERIC AND Numero2-Ent NUMERIC
                AND NOT LancamentoEstorno-Ent
            MOVE Numero1-Ent TO WsImpNumero1(WsImpQtde)
            MOVE Numero2-Ent TO WsImpNumero2(WsImpQtde)
            MOVE FUNCTION UPPER-CASE(CodigoOperacao-Ent)
                TO WsImpOperacao(WsImpQtde)
            MOVE WsMoedaConsulta TO WsImpMoeda(WsImpQtde)
            MOVE WsDataMovimento TO WsImpDataMov(WsImpQtde)
            MOVE "C" TO WsImpSituacao(WsImpQtde)
        ELSE
            MOVE "X" TO WsImpSituacao(WsImpQtde)
        END-IF
    END-IF.

*> Moeda do detalhe: a dele, quando os nossos programas a gravaram, ou
*> a do cabeçalho. Taxa no próprio detalhe só vale em estorno de
*> moeda estrangeira (EstornoSomaNumeros repete a do lançamento
*> original); nos demais casos a moeda entra na lista das que precisam
*> da taxa do dia. Qualquer inconsistência recusa o lote, como um
*> rodapé que não bate: converter por uma taxa duvidosa é pior que
*> não postar.
1120-CONFERIR-MOEDA-DETALHE.
    MOVE WsQtdeDetalhesLidos TO WsNumDetalheEdt
    IF MoedaDetalhe-Ent = SPACES
        MOVE WsMoedaLote TO WsMoedaConsulta
    ELSE
        MOVE MoedaDetalhe-Ent TO WsMoedaConsulta
        PERFORM 1135-VALIDAR-CODIGO-MOEDA
        IF NOT MoedaValida
            MOVE SPACES TO WsMotivoRecusa
            STRING "moeda inválida no detalhe" DELIMITED BY SIZE
                   WsNumDetalheEdt             DELIMITED BY SIZE
                INTO WsMotivoRecusa
            PERFORM 1190-RECUSAR-LOTE
        END-IF
    END-IF
    IF TaxaDetalheTexto-Ent NOT = SPACES
        IF NOT LancamentoEstorno-Ent OR WsMoedaConsulta = "BRL"
            MOVE SPACES TO WsMotivoRecusa
            STRING "taxa de câmbio fora de estorno em moeda estrangeira"
                       DELIMITED BY SIZE
                   " no detalhe" DELIMITED BY SIZE
                   WsNumDetalheEdt DELIMITED BY SIZE
                INTO WsMotivoRecusa
            PERFORM 1190-RECUSAR-LOTE
        END-IF
        IF TaxaDetalhe-Ent NOT NUMERIC OR TaxaDetalhe-Ent = ZERO
            MOVE SPACES TO WsMotivoRecusa
            STRING "taxa de câmbio inválida no detalhe"
                       DELIMITED BY SIZE
                   WsNumDetalheEdt DELIMITED BY SIZE
                INTO WsMotivoRecusa
            PERFORM 1190-RECUSAR-LOTE
        END-IF
    ELSE
        IF WsMoedaConsulta NOT = "BRL"
            PERFORM 1125-REGISTRAR-MOEDA
        END-IF
    END-IF.

*> Estorno com a data do lançamento original num mês fechado: o mês
*> entra na lista dos que precisam de período de destino, calculado
*> em 1148-DEFINIR-DESTINOS-ESTORNO depois que a data do lote está
*> definida.
1122-CONFERIR-DATA-ORIGINAL.
    IF LancamentoEstorno-Ent
            AND DataOriginalDetalhe-Ent IS NUMERIC
            AND DataOriginalDetalhe-Ent > ZERO
        MOVE DataOriginalDetalhe-Ent(1:6) TO WsAnoMesConsulta
        PERFORM 0675-CONSULTAR-PERIODO
        IF ConsultaPeriodoFechado
            MOVE ZERO TO WsDestinoIndice
            PERFORM VARYING WsDestinoSub FROM 1 BY 1
                    UNTIL WsDestinoSub > WsDestinoQtde
                        OR WsDestinoIndice > ZERO
                IF WsDestinoAnoMesOrig(WsDestinoSub) = WsAnoMesConsulta
                    MOVE WsDestinoSub TO WsDestinoIndice
                END-IF
            END-PERFORM
            IF WsDestinoIndice = ZERO
                IF WsDestinoQtde >= 12
                    MOVE "estornos de mais de 12 meses fechados no lote"
                        TO WsMotivoRecusa
                    PERFORM 1195-RECUSAR-PERIODO-FECHADO
                END-IF
                ADD 1 TO WsDestinoQtde
                MOVE WsAnoMesConsulta
                    TO WsDestinoAnoMesOrig(WsDestinoQtde)
                MOVE ZERO TO WsDestinoData(WsDestinoQtde)
            END-IF
        END-IF
    END-IF.

1125-REGISTRAR-MOEDA.
    MOVE ZERO TO WsCambioIndice
    PERFORM VARYING WsCambioSub FROM 1 BY 1
            UNTIL WsCambioSub > WsCambioQtde OR WsCambioIndice > ZERO
        IF WsCambMoeda(WsCambioSub) = WsMoedaConsulta
            MOVE WsCambioSub TO WsCambioIndice
        END-IF
    END-PERFORM
    IF WsCambioIndice = ZERO
        IF WsCambioQtde >= 10
            MOVE "mais de 10 moedas estrangeiras no lote"
                TO WsMotivoRecusa
            PERFORM 1190-RECUSAR-LOTE
        END-IF
        ADD 1 TO WsCambioQtde
        MOVE WsMoedaConsulta TO WsCambMoeda(WsCambioQtde)
        MOVE ZERO            TO WsCambTaxa(WsCambioQtde)
    END-IF.

*> Código de três letras maiúsculas (USD, EUR, ...), como a tabela de
*> câmbio o guarda.
1135-VALIDAR-CODIGO-MOEDA.
    MOVE "S" TO WsMoedaValida
    IF WsMoedaConsulta(1:1) = SPACE OR WsMoedaConsulta(2:1) = SPACE
            OR WsMoedaConsulta(3:1) = SPACE
            OR WsMoedaConsulta IS NOT ALPHABETIC-UPPER
        MOVE "N" TO WsMoedaValida
    END-IF.

*> A origem do cabeçalho precisa estar no cadastro e ativa; conferida
*> logo depois do cabeçalho, antes de qualquer outra edição, porque
*> uma origem digitada errado não tem a quem devolver o resto.
1140-VERIFICAR-ORIGEM.
    IF ComCadastroOrigens
        MOVE ZERO TO WsOrigemIndice
        PERFORM VARYING WsOrigemSub FROM 1 BY 1
                UNTIL WsOrigemSub > WsOrigemQtde
                   OR WsOrigemIndice > ZERO
            IF WsOrigCodigo(WsOrigemSub) = WsSistemaOrigem
                MOVE WsOrigemSub TO WsOrigemIndice
            END-IF
        END-PERFORM
        IF WsOrigemIndice = ZERO
            MOVE SPACES TO WsMotivoRecusa
            STRING "sistema de origem não cadastrado ["
                       DELIMITED BY SIZE
                   WsSistemaOrigem DELIMITED BY SIZE
                   "]"             DELIMITED BY SIZE
                INTO WsMotivoRecusa
            PERFORM 1190-RECUSAR-LOTE
        END-IF
        IF WsOrigSituacao(WsOrigemIndice) NOT = "A"
            MOVE SPACES TO WsMotivoRecusa
            STRING "sistema de origem inativo ["
                       DELIMITED BY SIZE
                   WsSistemaOrigem DELIMITED BY SIZE
                   "]"             DELIMITED BY SIZE
                INTO WsMotivoRecusa
            PERFORM 1190-RECUSAR-LOTE
        END-IF
    END-IF.

*> Limites por lote da origem, conferidos depois do rodapé, quando a
*> quantidade e o valor bruto do lote já são conhecidos; zero não
*> limita.
1145-CONFERIR-LIMITES-ORIGEM.
    IF ComCadastroOrigens
        IF WsOrigMaxDetalhes(WsOrigemIndice) > ZERO
                AND WsQtdeDetalhesLidos
                    > WsOrigMaxDetalhes(WsOrigemIndice)
            MOVE "quantidade de detalhes acima do máximo da origem"
                TO WsMotivoRecusa
            PERFORM 1190-RECUSAR-LOTE
        END-IF
        IF WsOrigMaxValor(WsOrigemIndice) > ZERO
                AND WsValorBrutoLote > WsOrigMaxValor(WsOrigemIndice)
            MOVE "valor bruto do lote acima do máximo da origem"
                TO WsMotivoRecusa
            PERFORM 1190-RECUSAR-LOTE
        END-IF
    END-IF.

*> Taxa de cada moeda estrangeira do lote na data de movimento — já a
*> definitiva, depois de um eventual redirecionamento de estorno. Só a
*> do próprio dia serve: moeda sem taxa cadastrada na data recusa o
*> lote, para a tesouraria cadastrá-la em ManutencaoCambio antes do
*> reenvio, em vez de o lote postar pela taxa de outro dia.
1147-OBTER-TAXAS-CAMBIO.
    IF WsCambioQtde > ZERO
        OPEN INPUT ArquivoCambio
        IF WsStatusCambio NOT = "00"
            MOVE SPACES TO WsMotivoRecusa
            STRING "tabela de câmbio indisponível (status "
                       DELIMITED BY SIZE
                   WsStatusCambio DELIMITED BY SIZE
                   ")"            DELIMITED BY SIZE
                INTO WsMotivoRecusa
            PERFORM 1190-RECUSAR-LOTE
        END-IF
        MOVE "N" TO WsFimCambio
        PERFORM UNTIL FimCambio
            READ ArquivoCambio
                AT END
                    SET FimCambio TO TRUE
                NOT AT END
                    IF CambioData = WsDataMovimento
                        PERFORM VARYING WsCambioSub FROM 1 BY 1
                                UNTIL WsCambioSub > WsCambioQtde
                            IF WsCambMoeda(WsCambioSub) = CambioMoeda
                                MOVE CambioTaxa
                                    TO WsCambTaxa(WsCambioSub)
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArquivoCambio
        PERFORM VARYING WsCambioSub FROM 1 BY 1
                UNTIL WsCambioSub > WsCambioQtde
            IF WsCambTaxa(WsCambioSub) = ZERO
                MOVE SPACES TO WsMotivoRecusa
                STRING "sem taxa de câmbio para " DELIMITED BY SIZE
                       WsCambMoeda(WsCambioSub)   DELIMITED BY SIZE
                       " na data de movimento "   DELIMITED BY SIZE
                       WsDataMovimento            DELIMITED BY SIZE
                    INTO WsMotivoRecusa
                PERFORM 1190-RECUSAR-LOTE
            END-IF
            MOVE WsCambTaxa(WsCambioSub) TO WsTaxaEdt
            DISPLAY "Câmbio " WsCambMoeda(WsCambioSub) " em "
                WsDataMovimento ": " WsTaxaEdt " real(is) por unidade."
        END-PERFORM
    END-IF.

*> Destino de cada mês original fechado, pela mesma regra do lote
*> redirecionado (1180-REDIRECIONAR-ESTORNO), tendo o mês do lote no
*> lugar do mês corrente: primeiro período não fechado depois do mês
*> original; sendo o do lote, a data do lote, já validada; sendo um
*> anterior, o seu último dia útil, sem a edição de geração fechada.
*> Sem período aberto até o do lote (o original seria posterior ao
*> lote), o lote é recusado.
1148-DEFINIR-DESTINOS-ESTORNO.
    MOVE WsDataMovimento(1:6) TO WsAnoMesLimite
    PERFORM VARYING WsDestinoSub FROM 1 BY 1
            UNTIL WsDestinoSub > WsDestinoQtde
        MOVE WsDestinoAnoMesOrig(WsDestinoSub) TO WsAnoMesBusca
        PERFORM 1182-BUSCAR-PERIODO-ABERTO
        IF NOT PeriodoDestinoAchado
            MOVE SPACES TO WsMotivoRecusa
            STRING "estorno de " DELIMITED BY SIZE
                   WsDestinoAnoMesOrig(WsDestinoSub) DELIMITED BY SIZE
                   " (período fechado) sem período aberto até o lote"
                       DELIMITED BY SIZE
                INTO WsMotivoRecusa
            PERFORM 1195-RECUSAR-PERIODO-FECHADO
        END-IF
        IF WsAnoMesBusca = WsAnoMesLimite
            MOVE WsDataMovimento TO WsDestinoData(WsDestinoSub)
        ELSE
            PERFORM 1185-ULTIMO-DIA-UTIL-DESTINO
            MOVE WsDataDestino TO WsDestinoData(WsDestinoSub)
        END-IF
        DISPLAY "Estornos de lançamentos de "
            WsDestinoAnoMesOrig(WsDestinoSub)
            " (período fechado) redirecionados para "
            WsDestinoData(WsDestinoSub) "."
        IF ConsultaPeriodoEmFechamento
            DISPLAY "Aviso: período contábil " WsAnoMesConsulta
                " em fechamento; o estorno posta, mas confirme com a"
                " controladoria."
        END-IF
    END-PERFORM.

*> Procura WsLoteConsulta no registro de lotes processados e liga
*> LoteJaProcessado quando encontra; serve tanto para o lote corrente
*> (recusa de reenvio em 1100-VALIDAR-LOTE) quanto para o dono de um
*> dia fechado pela regra semanal, feriado, ou dia de movimento cuja
*> geração já foi cortada pelo fechamento — cada um já nos rendeu
*> chaves no mestre de dias que nunca tiveram movimento.
*>
*> Data em período contábil fechado só é marcada aqui: a decisão —
*> recusa com situação própria ou redirecionamento do estorno — sai em
*> 1100-VALIDAR-LOTE depois da conferência do rodapé, quando já se
*> sabe se o lote é todo de estornos. As edições de dia útil ficam
*> para a data que de fato vai postar.
1160-VALIDAR-DATA-MOVIMENTO.
    ACCEPT WsDataAtual FROM DATE YYYYMMDD
    IF WsDataMovimento NOT NUMERIC
        MOVE "data de movimento no futuro" TO WsMotivoRecusa
        PERFORM 1190-RECUSAR-LOTE
    END-IF
    PERFORM 1165-VERIFICAR-PERIODO-CONTABIL
    IF NOT PeriodoFechadoLote
        PERFORM 1162-VALIDAR-DIA-UTIL
    END-IF.

1162-VALIDAR-DIA-UTIL.
*> Dia da semana pelo resto da contagem de dias: 0=domingo ...
*> 6=sábado, deslocado para as posições 1-7 da regra semanal.
    COMPUTE WsDiaSemana = FUNCTION MOD(WsDiasMovimento, 7)
        PERFORM 1190-RECUSAR-LOTE
    END-IF.

1165-VERIFICAR-PERIODO-CONTABIL.
    MOVE WsDataMovimento(1:6) TO WsAnoMesConsulta
    PERFORM 0675-CONSULTAR-PERIODO
    IF ConsultaPeriodoFechado
        SET PeriodoFechadoLote TO TRUE
    END-IF
    IF ConsultaPeriodoEmFechamento
        DISPLAY "Aviso: período contábil " WsAnoMesConsulta
            " em fechamento; o lote posta, mas confirme com a"
            " controladoria."
    END-IF.

*> Um dia de movimento já cortado pelo fechamento (fechado ou até
*> expurgado) não pode receber lote novo: a geração datada daquele dia
*> já foi entregue e conferida.
        CLOSE ArquivoGeracoes
    END-IF.

*> Lote só de estornos datado em período fechado não é recusado: o
*> estorno posta no primeiro período não fechado depois do mês
*> original e a data que o lote trazia fica em AuditoriaDataOriginal.
*> No mês corrente a nova data é a de hoje, com as edições normais de
*> dia útil; num mês anterior ainda aberto, é o último dia útil dele —
*> dia cuja geração normalmente já foi cortada, e por isso a edição de
*> geração fechada não vale para o estorno redirecionado: ele entra
*> nos arquivos correntes, com a data do período que o recebe. Sem
*> nenhum período aberto até o mês corrente, o lote é recusado.
1180-REDIRECIONAR-ESTORNO.
    MOVE WsDataMovimento      TO WsDataMovimentoOriginal
    MOVE WsDataAtual(1:6)     TO WsAnoMesAtual
    MOVE WsAnoMesAtual        TO WsAnoMesLimite
    MOVE WsDataMovimento(1:6) TO WsAnoMesBusca
    PERFORM 1182-BUSCAR-PERIODO-ABERTO
    IF NOT PeriodoDestinoAchado
        MOVE "estorno em período fechado sem período aberto posterior"
            TO WsMotivoRecusa
        PERFORM 1195-RECUSAR-PERIODO-FECHADO
    END-IF
    IF WsAnoMesBusca = WsAnoMesAtual
        MOVE WsDataAtual TO WsDataMovimento
        COMPUTE WsDiasMovimento
            = FUNCTION INTEGER-OF-DATE(WsDataMovimento)
        PERFORM 1162-VALIDAR-DIA-UTIL
    ELSE
        PERFORM 1185-ULTIMO-DIA-UTIL-DESTINO
        MOVE WsDataDestino TO WsDataMovimento
    END-IF
    DISPLAY "Lote de estorno " WsLoteId " datado em período fechado ("
        WsDataMovimentoOriginal "); redirecionado para "
        WsDataMovimento "."
    IF ConsultaPeriodoEmFechamento
        DISPLAY "Aviso: período contábil " WsAnoMesConsulta
            " em fechamento; o estorno posta, mas confirme com a"
            " controladoria."
    END-IF.

*> Avança WsAnoMesBusca mês a mês, a partir do mês fechado, até o
*> primeiro período não fechado ou até WsAnoMesLimite.
1182-BUSCAR-PERIODO-ABERTO.
    MOVE "N" TO WsPeriodoDestinoAchado
    PERFORM UNTIL PeriodoDestinoAchado
            OR WsAnoMesBusca NOT < WsAnoMesLimite
        ADD 1 TO WsBuscaMes
        IF WsBuscaMes > 12
            MOVE 1 TO WsBuscaMes
            ADD 1 TO WsBuscaAno
        END-IF
        MOVE WsAnoMesBusca TO WsAnoMesConsulta
        PERFORM 0675-CONSULTAR-PERIODO
        IF NOT ConsultaPeriodoFechado
            SET PeriodoDestinoAchado TO TRUE
        END-IF
    END-PERFORM.

*> Último dia útil do mês de destino: parte do último dia do mês (o
*> dia anterior ao primeiro do mês seguinte) e recua enquanto o dia
*> estiver fechado pela regra semanal ou for feriado.
1185-ULTIMO-DIA-UTIL-DESTINO.
    MOVE WsAnoMesBusca TO WsDataDestino(1:6)
    MOVE "01"          TO WsDataDestino(7:2)
    COMPUTE WsDiasDestino = FUNCTION INTEGER-OF-DATE(WsDataDestino)
    ADD 31 TO WsDiasDestino
    COMPUTE WsDataDestino = FUNCTION DATE-OF-INTEGER(WsDiasDestino)
    MOVE "01" TO WsDataDestino(7:2)
    COMPUTE WsDiasDestino
        = FUNCTION INTEGER-OF-DATE(WsDataDestino) - 1
    MOVE "N" TO WsDiaUtilAchado
    PERFORM UNTIL DiaUtilAchado
        COMPUTE WsDataDestino = FUNCTION DATE-OF-INTEGER(WsDiasDestino)
        COMPUTE WsDiaSemana = FUNCTION MOD(WsDiasDestino, 7)
        ADD 1 TO WsDiaSemana
        SET DiaUtilAchado TO TRUE
        IF WsDiaFechado(WsDiaSemana) = "S"
            MOVE "N" TO WsDiaUtilAchado
        END-IF
        PERFORM VARYING WsFeriadoSub FROM 1 BY 1
                UNTIL WsFeriadoSub > WsFeriadoQtde
            IF WsFeriadoData(WsFeriadoSub) = WsDataDestino
                MOVE "N" TO WsDiaUtilAchado
            END-IF
        END-PERFORM
        IF NOT DiaUtilAchado
            SUBTRACT 1 FROM WsDiasDestino
        END-IF
    END-PERFORM.

*> Com fila, a recusa marca "RC" no arquivo corrente e para a execução
*> ali mesmo: os arquivos atrás do recusado permanecem "PE" e nada é
*> postado fora de ordem — a fila retoma do ponto certo depois que o
    DISPLAY "Lote " WsLoteId " recusado: " WsMotivoRecusa
    DISPLAY "Nenhum registro foi gravado em saida/auditoria/interface GL."
    CLOSE ArquivoEntrada
    IF RecusaPeriodoFechado
        MOVE "PF" TO WsSituacaoExecucao
    ELSE
        MOVE "RC" TO WsSituacaoExecucao
    END-IF
    PERFORM 9000-GRAVAR-RUNLOG
*> A recusa também volta para a origem, desde que ela seja conhecida:
*> uma origem fora do cadastro não ganha arquivo de retorno.
    IF WsSistemaOrigem NOT = SPACES
            AND (NOT ComCadastroOrigens OR WsOrigemIndice > ZERO)
        MOVE WsSituacaoExecucao TO WsResultadoRetorno
        PERFORM 4200-GRAVAR-RETORNO-ORIGEM
    END-IF
    IF ComFila AND ModoPostagem
        ACCEPT WsDataAtual FROM DATE YYYYMMDD
        ACCEPT WsHoraAtual FROM TIME
    END-IF
    STOP RUN.

1195-RECUSAR-PERIODO-FECHADO.
    SET RecusaPeriodoFechado TO TRUE
    PERFORM 1190-RECUSAR-LOTE.

*> Conferência de duplicidade por conteúdo: o mesmo Numero1, Numero2,
*> código de operação e data de movimento, da mesma origem, já postado
*> por outro lote — o que pega o reenvio de um dia inteiro sob um
*> LoteId novo, que o registro de lotes processados não vê. O mesmo
*> valor em outro dia (a recorrência diária, a tarifa fixa) não é
*> duplicidade. A varredura cobre a auditoria corrente e as gerações
*> fechadas da janela (os WsJanelaDuplicidade dias úteis anteriores à
*> data do lote, e daí em diante), onde o dia reenviado já postado
*> pode estar; a suspeita fica marcada na tabela de
*> impressões e o detalhe vai para suspensos com motivo "DU" no
*> processamento. Origem dispensada no cadastro não é conferida. Uma
*> geração que não confere com o selo do fechamento (SeloGeracao) não
*> serve de base para reter nada: fica de fora, com aviso.
1250-CONFERIR-DUPLICIDADE.
    IF WsJanelaDuplicidade > ZERO AND WsImpQtde > ZERO
        SET ConfereDuplicidade TO TRUE
        IF ComCadastroOrigens AND WsOrigemIndice > ZERO
            IF WsOrigDuplicidade(WsOrigemIndice) = "N"
                MOVE "N" TO WsConfereDuplicidade
            END-IF
        END-IF
    END-IF
    IF ConfereDuplicidade
        IF WsQtdeDetalhesLidos > WsImpQtde
            DISPLAY "Aviso: lote com mais de 5000 detalhes; os "
                "seguintes não são conferidos quanto à duplicidade."
        END-IF
        PERFORM 1255-CALCULAR-INICIO-JANELA
        PERFORM 1260-MARCAR-LIBERADOS
        MOVE WsCaminhoAuditoria TO WsCaminhoAuditoriaHist
        MOVE ZERO TO WsGeracaoLida
        PERFORM 1270-VARRER-AUDITORIA
        MOVE "N" TO WsFimGeracoes
        OPEN INPUT ArquivoGeracoes
        IF WsStatusGeracoes = "00"
            PERFORM UNTIL FimGeracoes
                READ ArquivoGeracoes
                    AT END
                        SET FimGeracoes TO TRUE
                    NOT AT END
                        IF GeracaoFechada IN RegistroGeracao
                                AND GeracaoData IN RegistroGeracao
                                    NOT < WsDataInicioJanela
                            MOVE GeracaoData IN RegistroGeracao
                                TO WsGeracaoLida
                            PERFORM 1265-CONFERIR-SELO
                            IF SeloConfere OR SeloSemSelo
                                MOVE SPACES TO WsCaminhoAuditoriaHist
                                STRING "data/somanumeros_auditoria."
                                           DELIMITED BY SIZE
                                       WsGeracaoLida DELIMITED BY SIZE
                                       ".dat"        DELIMITED BY SIZE
                                    INTO WsCaminhoAuditoriaHist
                                PERFORM 1270-VARRER-AUDITORIA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ArquivoGeracoes
        END-IF
        IF WsQtdeSuspeitos > ZERO
            DISPLAY "Lote " WsLoteId ": " WsQtdeSuspeitos
                " detalhe(s) com conteúdo já postado desde "
                WsDataInicioJanela "; serão retidos como duplicidade."
        END-IF
    END-IF.

*> Recua da data de movimento WsJanelaDuplicidade dias úteis, pela
*> regra semanal e pelos feriados do calendário, para que feriado e
*> fim de semana não encurtem a janela. O recuo é limitado a um ano,
*> para um calendário sem nenhum dia útil não prender o job.
1255-CALCULAR-INICIO-JANELA.
    COMPUTE WsDiasJanela = FUNCTION INTEGER-OF-DATE(WsDataMovimento)
    MOVE ZERO TO WsDiasUteisJanela
    MOVE ZERO TO WsDiasRecuados
    PERFORM UNTIL WsDiasUteisJanela >= WsJanelaDuplicidade
            OR WsDiasRecuados > 366
        SUBTRACT 1 FROM WsDiasJanela
        ADD 1 TO WsDiasRecuados
        PERFORM 1256-AVALIAR-DIA-JANELA
        IF DiaUtilJanela
            ADD 1 TO WsDiasUteisJanela
        END-IF
    END-PERFORM
    COMPUTE WsDataInicioJanela = FUNCTION DATE-OF-INTEGER(WsDiasJanela).

1256-AVALIAR-DIA-JANELA.
    SET DiaUtilJanela TO TRUE
    COMPUTE WsDiaSemana = FUNCTION MOD(WsDiasJanela, 7)
    ADD 1 TO WsDiaSemana
    IF WsDiaFechado(WsDiaSemana) = "S"
        MOVE "N" TO WsDiaUtilJanela
    ELSE
        COMPUTE WsDataMovLinha = FUNCTION DATE-OF-INTEGER(WsDiasJanela)
        PERFORM VARYING WsFeriadoSub FROM 1 BY 1
                UNTIL WsFeriadoSub > WsFeriadoQtde
            IF WsFeriadoData(WsFeriadoSub) = WsDataMovLinha
                MOVE "N" TO WsDiaUtilJanela
            END-IF
        END-PERFORM
    END-IF.

*> O falso positivo liberado em CorrecaoSuspensos volta no reenvio com
*> a liberação registrada pelo lote e pela posição do detalhe; essa
*> posição sai da conferência.
1260-MARCAR-LIBERADOS.
    MOVE "N" TO WsFimCorrecoes
    OPEN INPUT ArquivoCorrecoes
    IF WsStatusCorrecoes = "00"
        PERFORM UNTIL FimCorrecoes
            READ ArquivoCorrecoes
                AT END
                    SET FimCorrecoes TO TRUE
                NOT AT END
                    IF CorrecaoLiberacao
                            AND CorrecaoLoteReenvio = WsLoteId
                            AND CorrecaoRegReenvio > ZERO
                            AND CorrecaoRegReenvio NOT > WsImpQtde
                        MOVE "L" TO WsImpSituacao(CorrecaoRegReenvio)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArquivoCorrecoes
    END-IF.

1265-CONFERIR-SELO.
    MOVE "V"           TO SeloFuncao
    MOVE WsGeracaoLida TO SeloDataGeracao
    MOVE "A"           TO SeloTipoArquivo
    CALL "SeloGeracao" USING ParametroSelo
    IF NOT SeloConfere AND NOT SeloSemSelo
        MOVE SPACES TO WsMensagemSelo
        STRING "Aviso: geração "  DELIMITED BY SIZE
               WsGeracaoLida      DELIMITED BY SIZE
               " da auditoria não confere com o selo do fechamento ("
                                  DELIMITED BY SIZE
               SeloResultado      DELIMITED BY SIZE
               "); duplicidade não conferida contra ela."
                                  DELIMITED BY SIZE
            INTO WsMensagemSelo
        DISPLAY WsMensagemSelo
    END-IF.

1270-VARRER-AUDITORIA.
    MOVE "N" TO WsFimAuditoriaHist
    OPEN INPUT ArquivoAuditoriaHist
    IF WsStatusAuditoriaHist NOT = "00"
        IF WsGeracaoLida > ZERO
            DISPLAY "Aviso: geração " WsGeracaoLida " da auditoria "
                "indisponível (status " WsStatusAuditoriaHist
                "); duplicidade não conferida contra ela."
        END-IF
    ELSE
        PERFORM UNTIL FimAuditoriaHist
            READ ArquivoAuditoriaHist
                AT END
                    SET FimAuditoriaHist TO TRUE
                NOT AT END
                    PERFORM 1275-COMPARAR-LINHA-AUDITORIA
            END-READ
        END-PERFORM
        CLOSE ArquivoAuditoriaHist
    END-IF.

*> Linhas antigas, sem data de movimento, usam a data de gravação; sem
*> moeda, são de reais. O mesmo par em moedas diferentes não é o
*> mesmo lançamento.
1275-COMPARAR-LINHA-AUDITORIA.
    IF AuditoriaSistemaOrigem IN RegistroAuditoriaHist = WsSistemaOrigem
            AND AuditoriaLoteId IN RegistroAuditoriaHist NOT = WsLoteId
            AND NOT AuditoriaLancEstorno IN RegistroAuditoriaHist
        IF AuditoriaDataMovimento IN RegistroAuditoriaHist NUMERIC
                AND AuditoriaDataMovimento IN RegistroAuditoriaHist
                    > ZERO
            MOVE AuditoriaDataMovimento IN RegistroAuditoriaHist
                TO WsDataMovLinha
        ELSE
            MOVE AuditoriaData IN RegistroAuditoriaHist
                TO WsDataMovLinha
        END-IF
        IF AuditoriaMoeda IN RegistroAuditoriaHist = SPACES
            MOVE "BRL" TO WsMoedaConsulta
        ELSE
            MOVE AuditoriaMoeda IN RegistroAuditoriaHist
                TO WsMoedaConsulta
        END-IF
        IF WsDataMovLinha NOT < WsDataInicioJanela
            PERFORM VARYING WsImpSub FROM 1 BY 1
                    UNTIL WsImpSub > WsImpQtde
                IF WsImpSituacao(WsImpSub) = "C"
                        AND WsImpDataMov(WsImpSub) = WsDataMovLinha
                        AND WsImpMoeda(WsImpSub) = WsMoedaConsulta
                        AND WsImpNumero1(WsImpSub)
                            = AuditoriaNumero1 IN RegistroAuditoriaHist
                        AND WsImpNumero2(WsImpSub)
                            = AuditoriaNumero2 IN RegistroAuditoriaHist
                        AND WsImpOperacao(WsImpSub)
                            = AuditoriaCodigoOperacao
                                IN RegistroAuditoriaHist
                    MOVE "D" TO WsImpSituacao(WsImpSub)
                    MOVE AuditoriaLoteId IN RegistroAuditoriaHist
                        TO WsImpOrigLote(WsImpSub)
                    MOVE AuditoriaNumRegistro IN RegistroAuditoriaHist
                        TO WsImpOrigRegistro(WsImpSub)
                    MOVE WsDataMovLinha TO WsImpOrigDataMov(WsImpSub)
                    MOVE AuditoriaData IN RegistroAuditoriaHist
                        TO WsImpOrigData(WsImpSub)
                    MOVE WsGeracaoLida TO WsImpOrigGeracao(WsImpSub)
                    ADD 1 TO WsQtdeSuspeitos
                END-IF
            END-PERFORM
        END-IF
    END-IF.

*> A validação consome o arquivo inteiro; reabre a entrada e descarta o
*> cabeçalho (já conferido em 1100-VALIDAR-LOTE) para que o laço
*> principal comece no primeiro detalhe.
    PERFORM 1320-CONTAR-AUDITORIA
    PERFORM 1330-CONTAR-INTERFACE-GL
    PERFORM 1340-CONTAR-SUSPENSOS
    PERFORM 1350-CONTAR-PENDENTES
    PERFORM 1360-CONTAR-DUPLICIDADES.

1310-CONTAR-SAIDA.
    MOVE ZERO TO WsQtdeSaidaArq
        CLOSE ArquivoPendentes
    END-IF.

1360-CONTAR-DUPLICIDADES.
    MOVE ZERO TO WsQtdeDuplicidadesArq
    OPEN INPUT ArquivoDuplicidades
    IF WsStatusDuplicidades = "00"
        MOVE "N" TO WsFimContagem
        PERFORM UNTIL FimContagem
            READ ArquivoDuplicidades
                AT END
                    SET FimContagem TO TRUE
                NOT AT END
                    ADD 1 TO WsQtdeDuplicidadesArq
            END-READ
        END-PERFORM
        CLOSE ArquivoDuplicidades
    END-IF.

*> Um checkpoint só vale para o lote que o gravou. Se o checkpoint em
*> disco pertencer a outro lote, há dois casos, distinguidos em
*> 1520-TRATAR-CHECKPOINT-ALHEIO pelo registro de lotes processados:
    MOVE WsQtdeAuditoriaArq TO WsQtdeAuditoriaConfirmados
    MOVE WsQtdeGLArq       TO WsQtdeGLConfirmados
    MOVE WsQtdePendentesArq TO WsQtdePendentesConfirmados
    MOVE WsQtdeDuplicidadesArq TO WsQtdeDuplicidadesConfirmados
    OPEN INPUT ArquivoCheckpoint
    IF WsStatusCheckpoint = "00"
        READ ArquivoCheckpoint
                        MOVE CheckpointQtdePendentes
                            TO WsQtdePendentesConfirmados
                    END-IF
                    IF CheckpointQtdeDuplicidades NUMERIC
                        MOVE CheckpointQtdeDuplicidades
                            TO WsQtdeDuplicidadesConfirmados
                    END-IF
                ELSE
                    MOVE CheckpointLoteId TO WsLoteCheckpoint
                END-IF
    MOVE WsQtdeAuditoriaConfirmados TO WsQtdeAuditoriaArq
    MOVE WsQtdeGLConfirmados        TO WsQtdeGLArq
    MOVE WsQtdePendentesConfirmados TO WsQtdePendentesArq
    MOVE WsQtdeDuplicidadesConfirmados TO WsQtdeDuplicidadesArq

*> Qualquer checkpoint deste lote dispara o reparo — inclusive o
*> checkpoint-base com zero lidos, gravado logo após a abertura dos
*> são regravados: os confirmados já estão no arquivo.
1550-REACUMULAR-REGISTRO.
    IF EntradaDetalhe
        PERFORM 2050-DEFINIR-MOEDA-DETALHE
        PERFORM 2060-DEFINIR-DATA-DETALHE
        IF Numero1-Ent NOT NUMERIC OR Numero2-Ent NOT NUMERIC
            MOVE "NV" TO WsMotivoSuspenso
            PERFORM 1560-RECONTAR-REJEICAO
                        PERFORM 1560-RECONTAR-REJEICAO
                    ELSE
                        PERFORM 3550-LOCALIZAR-MAPA-GL
                        PERFORM 3050-VERIFICAR-DUPLICIDADE
                        IF MapaEncontrado AND SuspeitoDuplicidade
                            MOVE "DU" TO WsMotivoSuspenso
                            PERFORM 1560-RECONTAR-REJEICAO
                        END-IF
                        IF MapaEncontrado AND NOT SuspeitoDuplicidade
*> Um detalhe retido para aprovação não acumulou no mestre nem contou
*> como gravado; na retomada ele é recontado como retido — o pendente
*> confirmado já está na fila.
                                    AND WsValorRetencao
                                        > WsLimiteAprovacao
                                ADD 1 TO WsQtdeRetidos
                                ADD Soma TO WsValorRetidosLote
                                MOVE "PE" TO WsMotivoSuspenso
                                PERFORM 3860-GUARDAR-NAO-POSTADO
                            ELSE
                                ADD Soma TO WsValorPostadosLote
                                PERFORM 3680-ACUMULAR-MASTER
                            END-IF
                        END-IF
                        IF NOT MapaEncontrado
                            MOVE "GL" TO WsMotivoSuspenso
                            PERFORM 1560-RECONTAR-REJEICAO
                        END-IF

1560-RECONTAR-REJEICAO.
    ADD 1 TO WsQtdeSuspensosLote
    PERFORM 3850-CONTAR-REJEICAO
    PERFORM 3860-GUARDAR-NAO-POSTADO.

*> Uma execução anterior pode ter sido interrompida (kill, cancelamento
*> do job, queda de energia) entre a gravação de um registro nos
    PERFORM 1620-REPARAR-AUDITORIA
    PERFORM 1630-REPARAR-INTERFACE-GL
    PERFORM 1640-REPARAR-SUSPENSOS
    PERFORM 1650-REPARAR-PENDENTES
    PERFORM 1660-REPARAR-DUPLICIDADES.

1610-REPARAR-SAIDA.
    MOVE ZERO TO WsContadorManter
    CALL "CBL_RENAME_FILE" USING WsCaminhoPendentesTemp WsCaminhoPendentes
        RETURNING WsRcRenomear.

1660-REPARAR-DUPLICIDADES.
    MOVE ZERO TO WsContadorManter
    OPEN OUTPUT ArquivoDuplicidadesTemp
    OPEN INPUT ArquivoDuplicidades
    IF WsStatusDuplicidades = "00"
        PERFORM WITH TEST BEFORE
                UNTIL WsContadorManter >= WsQtdeDuplicidadesConfirmados
            READ ArquivoDuplicidades
                AT END
                    MOVE WsQtdeDuplicidadesConfirmados
                        TO WsContadorManter
                NOT AT END
                    ADD 1 TO WsContadorManter
                    MOVE RegistroDuplicidade TO RegistroDuplicidadeTemp
                    WRITE RegistroDuplicidadeTemp
            END-READ
        END-PERFORM
        CLOSE ArquivoDuplicidades
    END-IF
    CLOSE ArquivoDuplicidadesTemp
    CALL "CBL_RENAME_FILE"
        USING WsCaminhoDuplicidadesTemp WsCaminhoDuplicidades
        RETURNING WsRcRenomear.

1700-ABRIR-ARQUIVOS-SAIDA.
    OPEN EXTEND ArquivoSaida
    IF WsStatusSaida = "35"
            ELSE
                ADD 1 TO WsQtdeLidos
                MOVE "N" TO WsRegistroInvalido
                PERFORM 2050-DEFINIR-MOEDA-DETALHE
                PERFORM 2060-DEFINIR-DATA-DETALHE
                IF Numero1-Ent NOT NUMERIC OR Numero2-Ent NOT NUMERIC
                    SET RegistroInvalido TO TRUE
                    DISPLAY "Registro " WsQtdeLidos
            END-IF
    END-READ.

*> Moeda e taxa do detalhe corrente, já conferidas na validação do
*> lote: reais com taxa 1, a taxa do próprio detalhe de estorno ou a
*> da tabela na data de movimento.
2050-DEFINIR-MOEDA-DETALHE.
    IF MoedaDetalhe-Ent = SPACES
        MOVE WsMoedaLote TO WsMoedaDetalhe
    ELSE
        MOVE MoedaDetalhe-Ent TO WsMoedaDetalhe
    END-IF
    MOVE 1 TO WsTaxaDetalhe
    IF WsMoedaDetalhe NOT = "BRL"
        IF TaxaDetalheTexto-Ent NOT = SPACES
            MOVE TaxaDetalhe-Ent TO WsTaxaDetalhe
        ELSE
            PERFORM VARYING WsCambioSub FROM 1 BY 1
                    UNTIL WsCambioSub > WsCambioQtde
                IF WsCambMoeda(WsCambioSub) = WsMoedaDetalhe
                    MOVE WsCambTaxa(WsCambioSub) TO WsTaxaDetalhe
                END-IF
            END-PERFORM
        END-IF
    END-IF.

*> Data em que o detalhe corrente posta: a do lote ou, no estorno de
*> mês original fechado, a do destino calculado na validação, com a
*> data original guardada para AuditoriaDataOriginal.
2060-DEFINIR-DATA-DETALHE.
    MOVE WsDataMovimento         TO WsDataMovDetalhe
    MOVE WsDataMovimentoOriginal TO WsDataOrigDetalhe
    IF LancamentoEstorno-Ent
            AND DataOriginalDetalhe-Ent IS NUMERIC
            AND DataOriginalDetalhe-Ent > ZERO
        PERFORM VARYING WsDestinoSub FROM 1 BY 1
                UNTIL WsDestinoSub > WsDestinoQtde
            IF WsDestinoAnoMesOrig(WsDestinoSub)
                    = DataOriginalDetalhe-Ent(1:6)
                MOVE WsDestinoData(WsDestinoSub) TO WsDataMovDetalhe
                MOVE DataOriginalDetalhe-Ent     TO WsDataOrigDetalhe
            END-IF
        END-PERFORM
    END-IF.

3000-PROCESSAR-REGISTRO.
    IF RegistroInvalido
        MOVE "NV" TO WsMotivoSuspenso
                        MOVE "GL" TO WsMotivoSuspenso
                        PERFORM 3800-GRAVAR-SUSPENSO
                    ELSE
                        PERFORM 3050-VERIFICAR-DUPLICIDADE
                        IF SuspeitoDuplicidade
                            DISPLAY "Registro " WsQtdeLidos
                                " suspenso: provável duplicidade do lote "
                                WsImpOrigLote(WsQtdeLidos) " registro "
                                WsImpOrigRegistro(WsQtdeLidos)
                            MOVE "DU" TO WsMotivoSuspenso
                            PERFORM 3800-GRAVAR-SUSPENSO
                        ELSE
                            COMPUTE WsValorRetencao = FUNCTION ABS(Soma)
                            IF WsLimiteAprovacao > ZERO
                                    AND WsValorRetencao
                                        > WsLimiteAprovacao
                                PERFORM 3750-RETER-PARA-APROVACAO
                            ELSE
                                ADD 1 TO WsQtdeGravados
                                ADD Soma TO WsValorPostadosLote
                                IF ModoPostagem
                                    PERFORM 3400-GRAVAR-RESULTADO
                                END-IF
                            END-IF
                        END-IF
                    END-IF
        END-IF
    END-IF.

*> Consulta a marca de suspeita do detalhe corrente, deixada pela
*> varredura de 1250-CONFERIR-DUPLICIDADE na posição do detalhe.
3050-VERIFICAR-DUPLICIDADE.
    MOVE "N" TO WsSuspeitoDuplicidade
    IF ConfereDuplicidade AND WsQtdeLidos NOT > WsImpQtde
        IF WsImpSituacao(WsQtdeLidos) = "D"
            SET SuspeitoDuplicidade TO TRUE
        END-IF
    END-IF.

3200-CALCULAR-RESULTADO.
    EVALUATE TRUE
        WHEN OperacaoSoma
                ON SIZE ERROR
                    SET ErroCalculo TO TRUE
            END-COMPUTE
    END-EVALUATE
    IF NOT ErroCalculo
        PERFORM 3250-CONVERTER-MOEDA
    END-IF.

*> O resultado na moeda original fica em WsValorOriginal e Soma passa
*> a ser o valor em reais, arredondado ao centavo; um valor convertido
*> que não cabe em Soma é resultado fora da faixa, como o estouro do
*> próprio cálculo.
3250-CONVERTER-MOEDA.
    MOVE Soma TO WsValorOriginal
    IF WsMoedaDetalhe NOT = "BRL"
        COMPUTE Soma ROUNDED = WsValorOriginal * WsTaxaDetalhe
            ON SIZE ERROR
                SET ErroCalculo TO TRUE
        END-COMPUTE
    END-IF.

3400-GRAVAR-RESULTADO.
    MOVE Numero1        TO Numero1-Sai IN RegistroSaida
    MOVE WsLoteId       TO LoteId-Sai IN RegistroSaida
    MOVE WsQtdeLidos    TO NumRegistro-Sai IN RegistroSaida
    MOVE WsSistemaOrigem TO SistemaOrigem-Sai IN RegistroSaida
    MOVE WsMoedaDetalhe  TO Moeda-Sai IN RegistroSaida
    MOVE WsValorOriginal TO ValorOriginal-Sai IN RegistroSaida
    MOVE WsTaxaDetalhe   TO TaxaCambio-Sai IN RegistroSaida
    WRITE RegistroSaida
    ADD 1 TO WsQtdeSaidaArq
    PERFORM 3500-GRAVAR-AUDITORIA
    MOVE Soma           TO AuditoriaSoma IN RegistroAuditoria
    MOVE WsLoteId       TO AuditoriaLoteId IN RegistroAuditoria
    MOVE WsQtdeLidos    TO AuditoriaNumRegistro IN RegistroAuditoria
    MOVE WsDataMovDetalhe
        TO AuditoriaDataMovimento IN RegistroAuditoria
    MOVE WsSistemaOrigem
        TO AuditoriaSistemaOrigem IN RegistroAuditoria
    MOVE WsDataOrigDetalhe
        TO AuditoriaDataOriginal IN RegistroAuditoria
    MOVE WsMoedaDetalhe  TO AuditoriaMoeda IN RegistroAuditoria
    MOVE WsValorOriginal
        TO AuditoriaValorOriginal IN RegistroAuditoria
    MOVE WsTaxaDetalhe   TO AuditoriaTaxaCambio IN RegistroAuditoria
    IF LancamentoEstorno-Ent
        MOVE "E" TO AuditoriaTipoLancamento IN RegistroAuditoria
        MOVE EstornoLoteOrigem-Ent
            UNTIL WsMapaSub > WsMapaQtde
        IF WsMapaOperacao(WsMapaSub) = CodigoOperacao
                AND WsMapaSinal(WsMapaSub) = WsSinalSoma
                AND WsMapaVigencia(WsMapaSub) NOT > WsDataMovDetalhe
            IF NOT MapaEncontrado
                SET MapaEncontrado TO TRUE
                MOVE WsMapaSub TO WsMapaIndice
    COMPUTE WsValorAbsoluto = FUNCTION ABS(Soma)
    MOVE WsDataAtual    TO GLData IN RegistroInterfaceGL
    MOVE WsHoraAtual    TO GLHora IN RegistroInterfaceGL
    MOVE WsDataMovDetalhe TO GLDataMovimento IN RegistroInterfaceGL
    MOVE WsSistemaOrigem TO GLSistemaOrigem IN RegistroInterfaceGL
    MOVE WsLoteId       TO GLLoteId IN RegistroInterfaceGL
    MOVE WsQtdeLidos    TO GLNumRegistro IN RegistroInterfaceGL
    MOVE WsValorAbsoluto TO GLValor IN RegistroInterfaceGL
    MOVE WsMoedaDetalhe TO GLMoedaOriginal IN RegistroInterfaceGL
    COMPUTE GLValorOriginal IN RegistroInterfaceGL
        = FUNCTION ABS(WsValorOriginal)
    MOVE WsTaxaDetalhe  TO GLTaxaCambio IN RegistroInterfaceGL
    MOVE WsMapaContaDeb(WsMapaIndice)
        TO GLConta IN RegistroInterfaceGL
    MOVE WsMapaCcDeb(WsMapaIndice)
    CLOSE ArquivoPendentes
    OPEN EXTEND ArquivoPendentes.

*> Cabem as quatro operações na data do lote e em cada um dos até 12
*> destinos de estorno (WsDestinosEstorno).
3680-ACUMULAR-MASTER.
    MOVE ZERO TO WsDeltaIndice
    PERFORM VARYING WsDeltaSub FROM 1 BY 1
            UNTIL WsDeltaSub > WsDeltaChaves OR WsDeltaIndice > ZERO
        IF WsDeltaData(WsDeltaSub) = WsDataMovDetalhe
                AND WsDeltaOperacao(WsDeltaSub) = CodigoOperacao
            MOVE WsDeltaSub TO WsDeltaIndice
        END-IF
    END-PERFORM
    IF WsDeltaIndice = ZERO
        ADD 1 TO WsDeltaChaves
        MOVE WsDeltaChaves    TO WsDeltaIndice
        MOVE WsDataMovDetalhe TO WsDeltaData(WsDeltaIndice)
        MOVE CodigoOperacao   TO WsDeltaOperacao(WsDeltaIndice)
        MOVE ZERO TO WsDeltaQtde(WsDeltaIndice)
        MOVE ZERO TO WsDeltaSaldo(WsDeltaIndice)
    END-IF
    ADD 1    TO WsDeltaQtde(WsDeltaIndice)
    ADD Soma TO WsDeltaSaldo(WsDeltaIndice).

*> Grava em um arquivo temporário e troca o nome pelo arquivo de
*> checkpoint definitivo (CBL_RENAME_FILE) em vez de truncar o arquivo
    MOVE WsQtdeAuditoriaArq TO CheckpointQtdeAuditoriaTemp
    MOVE WsQtdeGLArq        TO CheckpointQtdeGLTemp
    MOVE WsQtdePendentesArq TO CheckpointQtdePendentesTemp
    MOVE WsQtdeDuplicidadesArq TO CheckpointQtdeDuplicidadesTemp
    OPEN OUTPUT ArquivoCheckpointTemp
    WRITE RegistroCheckpointTemp
    CLOSE ArquivoCheckpointTemp
    DISPLAY "Registro " WsQtdeLidos " retido para aprovação:"
        " resultado acima do limite (" WsValorRetencao ")"
    ADD 1 TO WsQtdeRetidos
    ADD Soma TO WsValorRetidosLote
    MOVE "PE" TO WsMotivoSuspenso
    PERFORM 3860-GUARDAR-NAO-POSTADO
    IF ModoPostagem
        ACCEPT WsDataAtual FROM DATE YYYYMMDD
        MOVE SPACES          TO RegistroPendente
        MOVE WsLoteId        TO PendenteLoteId IN RegistroPendente
        MOVE WsQtdeLidos     TO PendenteNumRegistro IN RegistroPendente
        MOVE Soma            TO PendenteSoma IN RegistroPendente
        MOVE WsDataMovDetalhe
            TO PendenteDataMovimento IN RegistroPendente
        MOVE WsSistemaOrigem
            TO PendenteSistemaOrigem IN RegistroPendente
        MOVE SPACES          TO PendenteAprovador IN RegistroPendente
        MOVE ZERO            TO PendenteDataDecisao IN RegistroPendente
        MOVE ZERO            TO PendenteHoraDecisao IN RegistroPendente
        MOVE WsMoedaDetalhe  TO PendenteMoeda IN RegistroPendente
        MOVE WsValorOriginal
            TO PendenteValorOriginal IN RegistroPendente
        MOVE WsTaxaDetalhe   TO PendenteTaxaCambio IN RegistroPendente
        MOVE WsDataOrigDetalhe
            TO PendenteDataOriginal IN RegistroPendente
        WRITE RegistroPendente
        ADD 1 TO WsQtdePendentesArq
    END-IF.
        MOVE RegistroEntrada  TO SuspensoEntrada IN RegistroSuspenso
        MOVE WsSistemaOrigem
            TO SuspensoSistemaOrigem IN RegistroSuspenso
        MOVE WsMoedaDetalhe   TO SuspensoMoeda IN RegistroSuspenso
        IF TaxaDetalheTexto-Ent NOT = SPACES
            MOVE TaxaDetalhe-Ent
                TO SuspensoTaxaInformada IN RegistroSuspenso
        ELSE
            MOVE ZERO TO SuspensoTaxaInformada IN RegistroSuspenso
        END-IF
        IF DataOriginalDetalhe-Ent IS NUMERIC
            MOVE DataOriginalDetalhe-Ent
                TO SuspensoDataOriginal IN RegistroSuspenso
        ELSE
            MOVE ZERO TO SuspensoDataOriginal IN RegistroSuspenso
        END-IF
        WRITE RegistroSuspenso
        ADD 1 TO WsQtdeSuspensos
        IF WsMotivoSuspenso = "DU"
            PERFORM 3820-GRAVAR-DUPLICIDADE
        END-IF
    END-IF
    ADD 1 TO WsQtdeSuspensosLote
    PERFORM 3850-CONTAR-REJEICAO
    PERFORM 3860-GUARDAR-NAO-POSTADO.

*> Par suspeito/original para RelatorioDuplicidades, aberto, gravado e
*> fechado a cada suspeita, como o registro de lotes processados.
3820-GRAVAR-DUPLICIDADE.
    OPEN EXTEND ArquivoDuplicidades
    IF WsStatusDuplicidades = "35"
        OPEN OUTPUT ArquivoDuplicidades
    END-IF
    IF WsStatusDuplicidades NOT = "00"
        DISPLAY "Aviso: não foi possível registrar o par de "
            "duplicidade. Status: " WsStatusDuplicidades
    ELSE
        ACCEPT WsHoraAtual FROM TIME
        MOVE WsDataAtual      TO DupData IN RegistroDuplicidade
        MOVE WsHoraAtual      TO DupHora IN RegistroDuplicidade
        MOVE WsSistemaOrigem  TO DupSistemaOrigem IN RegistroDuplicidade
        MOVE WsDataMovimento  TO DupDataMovimento IN RegistroDuplicidade
        MOVE WsLoteId         TO DupLoteId IN RegistroDuplicidade
        MOVE WsQtdeLidos      TO DupNumRegistro IN RegistroDuplicidade
        MOVE Numero1          TO DupNumero1 IN RegistroDuplicidade
        MOVE Numero2          TO DupNumero2 IN RegistroDuplicidade
        MOVE CodigoOperacao   TO DupCodigoOperacao IN RegistroDuplicidade
        MOVE WsImpOrigLote(WsQtdeLidos)
            TO DupOrigLoteId IN RegistroDuplicidade
        MOVE WsImpOrigRegistro(WsQtdeLidos)
            TO DupOrigNumRegistro IN RegistroDuplicidade
        MOVE WsImpOrigDataMov(WsQtdeLidos)
            TO DupOrigDataMovimento IN RegistroDuplicidade
        MOVE WsImpOrigData(WsQtdeLidos)
            TO DupOrigData IN RegistroDuplicidade
        MOVE WsImpOrigGeracao(WsQtdeLidos)
            TO DupOrigGeracao IN RegistroDuplicidade
        WRITE RegistroDuplicidade
        ADD 1 TO WsQtdeDuplicidadesArq
        CLOSE ArquivoDuplicidades
    END-IF.

3850-CONTAR-REJEICAO.
    EVALUATE WsMotivoSuspenso
            ADD 1 TO WsRejFaixa
        WHEN "GL"
            ADD 1 TO WsRejMapaGL
        WHEN "DU"
            ADD 1 TO WsRejDuplicidade
    END-EVALUATE.

*> Guarda o detalhe não postado para o retorno à origem, com o motivo
*> em WsMotivoSuspenso ("PE" para o retido para aprovação); o suspenso
*> entra no valor pelo Numero1 como chegou, levado a reais pela taxa
*> que 2050-DEFINIR-MOEDA-DETALHE deixou para ele, como a soma postada.
3860-GUARDAR-NAO-POSTADO.
    IF WsMotivoSuspenso NOT = "PE" AND Numero1-Ent NUMERIC
        COMPUTE WsValorSuspensoDetalhe ROUNDED
            = Numero1-Ent * WsTaxaDetalhe
            ON SIZE ERROR
                MOVE ZERO TO WsValorSuspensoDetalhe
        END-COMPUTE
        ADD WsValorSuspensoDetalhe TO WsValorSuspensosLote
    END-IF
    IF WsNaoPostQtde >= 2000
        ADD 1 TO WsNaoPostExcedentes
    ELSE
        ADD 1 TO WsNaoPostQtde
        MOVE WsQtdeLidos      TO WsNaoPostRegistro(WsNaoPostQtde)
        MOVE WsMotivoSuspenso TO WsNaoPostMotivo(WsNaoPostQtde)
        MOVE RegistroEntrada  TO WsNaoPostConteudo(WsNaoPostQtde)
    END-IF.

*> Ciclo de commit, tomado a cada WsIntervaloCommit registros lidos em
*> vez de a cada registro: primeiro força a gravação em disco do que
*> já foi escrito nos arquivos de saída, depois atualiza o checkpoint
    DELETE FILE ArquivoCheckpoint
    MOVE "OK" TO WsSituacaoExecucao
    PERFORM 9000-GRAVAR-RUNLOG
    MOVE "AC" TO WsResultadoRetorno
    PERFORM 4200-GRAVAR-RETORNO-ORIGEM
    DISPLAY "Lote processado     : " WsLoteId
    DISPLAY "Registros lidos     : " WsQtdeLidos
    DISPLAY "Registros gravados  : " WsQtdeGravados
    IF WsQtdeRetidos > ZERO
        DISPLAY "Decidir os retidos em AprovacaoPendentes antes do"
            " fechamento do dia."
    END-IF
    IF WsRejDuplicidade > ZERO
        DISPLAY "Prováveis duplicidades em suspensos: " WsRejDuplicidade
            " (ver RelatorioDuplicidades)."
    END-IF.

*> Aplica os acumuladores da execução ao mestre de saldos, uma chave
        DISPLAY "Aviso: não foi possível atualizar o mestre de saldos. "
            "Status: " WsStatusMaster
    ELSE
        PERFORM VARYING WsDeltaSub FROM 1 BY 1
                UNTIL WsDeltaSub > WsDeltaChaves
            PERFORM 4060-ATUALIZAR-CHAVE-MASTER
        END-PERFORM
        CLOSE ArquivoMaster
    END-IF.

4060-ATUALIZAR-CHAVE-MASTER.
    MOVE WsDeltaData(WsDeltaSub) TO MasterData
    MOVE WsDeltaOperacao(WsDeltaSub) TO MasterOperacao
    READ ArquivoMaster
        INVALID KEY
            MOVE WsDeltaData(WsDeltaSub) TO MasterData
            MOVE WsDeltaOperacao(WsDeltaSub) TO MasterOperacao
            MOVE WsDeltaQtde(WsDeltaSub)  TO MasterQtde
            MOVE WsDeltaSaldo(WsDeltaSub) TO MasterSaldo
        MOVE WsLoteId    TO LoteProcId
        MOVE WsDataAtual TO LoteProcData
        MOVE WsHoraAtual TO LoteProcHora
        MOVE WsSistemaOrigem TO LoteProcSistemaOrigem
        MOVE WsDataMovimento TO LoteProcDataMovimento
        WRITE RegistroLoteProcessado
        CLOSE ArquivoLotesProcessados
    END-IF.

*> Retorno do lote para a origem: a linha "L" com o resultado
*> (WsResultadoRetorno) e os totais por destino, seguida de uma linha
*> "D" por detalhe não postado. Acumula no arquivo da origem; uma falha
*> aqui não derruba o job — a operação reenvia a partir do runlog.
4200-GRAVAR-RETORNO-ORIGEM.
    MOVE SPACES TO WsCaminhoRetornoOrigem
    STRING "data/somanumeros_retorno_origem_" DELIMITED BY SIZE
           WsSistemaOrigem                    DELIMITED BY SPACE
           ".dat"                             DELIMITED BY SIZE
        INTO WsCaminhoRetornoOrigem
    OPEN EXTEND ArquivoRetornoOrigem
    IF WsStatusRetornoOrigem = "35"
        OPEN OUTPUT ArquivoRetornoOrigem
    END-IF
    IF WsStatusRetornoOrigem NOT = "00"
        DISPLAY "Aviso: não foi possível gravar o retorno para a origem "
            WsSistemaOrigem ". Status: " WsStatusRetornoOrigem
    ELSE
        ACCEPT WsDataAtual FROM DATE YYYYMMDD
        ACCEPT WsHoraAtual FROM TIME
        MOVE SPACES              TO RegistroRetornoOrigem
        SET RetResumoLote        TO TRUE
        MOVE WsDataAtual         TO RetData
        MOVE WsHoraAtual         TO RetHora
        MOVE WsSistemaOrigem     TO RetSistemaOrigem
        MOVE WsLoteId            TO RetLoteId
        MOVE WsResultadoRetorno  TO RetResultado
        MOVE WsDataMovimento     TO RetDataMovimento
        IF WsResultadoRetorno = "RC" OR WsResultadoRetorno = "PF"
            MOVE WsQtdeDetalhesLidos TO RetQtdeLidos
            MOVE WsMotivoRecusa      TO RetMotivoRecusa
        ELSE
            MOVE WsQtdeLidos         TO RetQtdeLidos
        END-IF
        MOVE WsQtdeGravados      TO RetQtdePostados
        MOVE WsValorPostadosLote TO RetValorPostados
        MOVE WsQtdeSuspensosLote TO RetQtdeSuspensos
        MOVE WsValorSuspensosLote TO RetValorSuspensos
        MOVE WsQtdeRetidos       TO RetQtdeRetidos
        MOVE WsValorRetidosLote  TO RetValorRetidos
        IF WsNaoPostExcedentes > ZERO
            MOVE SPACES TO RetMotivoRecusa
            STRING WsNaoPostExcedentes DELIMITED BY SIZE
                   " detalhe(s) não postado(s) além dos listados"
                       DELIMITED BY SIZE
                INTO RetMotivoRecusa
        END-IF
        WRITE RegistroRetornoOrigem
        PERFORM VARYING WsNaoPostSub FROM 1 BY 1
                UNTIL WsNaoPostSub > WsNaoPostQtde
            MOVE SPACES          TO RegistroRetornoOrigem
            SET RetDetalheNaoPostado TO TRUE
            MOVE WsDataAtual     TO RetData
            MOVE WsHoraAtual     TO RetHora
            MOVE WsSistemaOrigem TO RetSistemaOrigem
            MOVE WsLoteId        TO RetLoteId
            MOVE WsNaoPostRegistro(WsNaoPostSub) TO RetNumRegistro
            MOVE WsNaoPostMotivo(WsNaoPostSub)   TO RetMotivo
            MOVE WsNaoPostConteudo(WsNaoPostSub) TO RetEntrada
            WRITE RegistroRetornoOrigem
        END-PERFORM
        CLOSE ArquivoRetornoOrigem
    END-IF.

*> Resumo aprovado/reprovado da validação prévia: nenhum arquivo de
*> saída foi tocado — inclusive um checkpoint de postagem interrompida
*> fica intacto para a retomada.
        MOVE "RP" TO WsSituacaoExecucao
    END-IF
    PERFORM 9000-GRAVAR-RUNLOG
    IF WsQtdeSuspensosLote = ZERO
        MOVE "VA" TO WsResultadoRetorno
    ELSE
        MOVE "VR" TO WsResultadoRetorno
    END-IF
    PERFORM 4200-GRAVAR-RETORNO-ORIGEM
    DISPLAY "=== Validação prévia do lote " WsLoteId " ==="
    DISPLAY "Registros lidos     : " WsQtdeLidos
    DISPLAY "Registros aprovados : " WsQtdeGravados
        DISPLAY "  divisão por zero          : " WsRejDivZero
        DISPLAY "  resultado fora da faixa   : " WsRejFaixa
        DISPLAY "  sem mapeamento contábil   : " WsRejMapaGL
        DISPLAY "  provável duplicidade      : " WsRejDuplicidade
    END-IF
    IF WsQtdeSuspensosLote = ZERO
        DISPLAY "RESULTADO: APROVADO - o lote pode ser postado."
        MOVE WsFoiRetomada      TO RunLogRetomada
        MOVE WsPosicaoRetomada  TO RunLogPosicaoRetomada
        MOVE WsQtdeRetidos      TO RunLogQtdeRetidos
        MOVE WsSistemaOrigem    TO RunLogSistemaOrigem
        MOVE WsDataMovimento    TO RunLogDataMovimento
        MOVE WsRejDuplicidade   TO RunLogRejDuplicidade
        WRITE RegistroRunLog
        CLOSE ArquivoRunLog
    END-IF.
