*> SomaNumerosLote teria gravado se o item não tivesse sido retido.
*> Rejeitado, o item vai para a fila de suspensos com motivo "AP",
*> para tratamento em CorrecaoSuspensos como qualquer outra rejeição.
*> Item cuja data de movimento caiu em período contábil que entretanto
*> foi fechado (data/somanumeros_periodos.dat) não pode ser aprovado:
*> permanece na fila, e o supervisor o rejeita se não for esperar a
*> reabertura do período.
*>
*> O aprovador é identificado contra o cadastro de operadores e precisa
*> do papel APPROVER. Segregação de funções: quem corrigiu o suspenso
*> em CorrecaoSuspensos (data/somanumeros_correcoes.dat) não aprova o
*> mesmo item, e resultado acima do limite de aprovação do operador
*> fica na fila para um aprovador de alçada maior. Cada recusa vai
*> para o log de segurança.
*>
*> O rastro do sign-off — situação "A" ou "R", aprovador e data/hora
*> da decisão — sai da fila para o histórico permanente
*> Linhas decididas pelo modelo anterior, ainda na fila, são migradas
*> para o histórico na primeira regravação.
*>
*> A decisão também volta para o sistema de origem do item, como
*> acompanhamento no arquivo de retorno da origem (RetornoOrigemRec).
*>
*> A fila é regravada (lida de novo do disco para um temporário, com
*> troca de nome, como a fila de arquivos de SomaNumerosLote) logo
*> após CADA decisão, com os arquivos de postagem sincronizados em
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusSuspensos.

    SELECT ArquivoPeriodos ASSIGN TO "data/somanumeros_periodos.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusPeriodos.

    SELECT ArquivoCorrecoes ASSIGN TO "data/somanumeros_correcoes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusCorrecoes.

    SELECT ArquivoOperadores ASSIGN TO "data/somanumeros_operadores.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusOperadores.

    SELECT ArquivoSeguranca ASSIGN TO "data/somanumeros_seguranca.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusSeguranca.

    SELECT ArquivoRetornoOrigem ASSIGN TO DYNAMIC WsCaminhoRetornoOrigem
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusRetornoOrigem.

    SELECT ArquivoMaster ASSIGN TO "data/somanumeros_master.idx"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
    RECORDING MODE IS F.
COPY SuspRec.

FD  ArquivoPeriodos
    RECORDING MODE IS F.
COPY PeriodoRec.

FD  ArquivoCorrecoes
    RECORDING MODE IS F.
COPY CorrecaoRec.

FD  ArquivoOperadores
    RECORDING MODE IS F.
COPY OperadorRec.

FD  ArquivoSeguranca
    RECORDING MODE IS F.
COPY SegurancaRec.

FD  ArquivoMaster.
COPY MasterRec.

*> Retorno para o sistema de origem do item decidido (ver
*> RetornoOrigemRec): a aprovação ou a rejeição volta para a área como
*> acompanhamento do detalhe que o lote deixou retido.
FD  ArquivoRetornoOrigem
    RECORDING MODE IS F.
COPY RetornoOrigemRec.

WORKING-STORAGE SECTION.
01  WsStatusPendentes           PIC X(2).
01  WsStatusPendentesTemp       PIC X(2).
01  WsStatusInterfaceGL         PIC X(2).
01  WsStatusSuspensos           PIC X(2).
01  WsStatusMaster              PIC X(2).
01  WsStatusPeriodos            PIC X(2).
01  WsStatusCorrecoes           PIC X(2).
01  WsStatusOperadores          PIC X(2).
01  WsStatusSeguranca           PIC X(2).
01  WsStatusRetornoOrigem       PIC X(2).
01  WsCaminhoRetornoOrigem      PIC X(60).
01  WsEventoRetorno             PIC X(2).

*> Operador identificado na entrada, no layout do cadastro.
COPY OperadorRec REPLACING ==RegistroOperador== BY ==WsOperadorAtual==.

01  WsFimOperadores             PIC X(1)    VALUE "N".
    88  FimOperadores                      VALUE "S".
01  WsOperadorAchado            PIC X(1)    VALUE "N".
    88  OperadorAchado                     VALUE "S".
01  WsProgramaSeguranca         PIC X(20)   VALUE "AprovacaoPendentes".
01  WsEventoSeguranca           PIC X(2).
01  WsDetalheSeguranca          PIC X(60).

01  WsFimCorrecoes              PIC X(1)    VALUE "N".
    88  FimCorrecoes                       VALUE "S".
01  WsCorrigidoPeloAprovador    PIC X(1)    VALUE "N".
    88  CorrigidoPeloAprovador             VALUE "S".
01  WsLimiteEdt                 PIC Z(7)9.99.
01  WsValorEdt                  PIC Z(7)9.99.

*> Moeda, valor original e taxa do pendente em tratamento; item retido
*> antes da moeda estrangeira (campos em branco) é de reais.
01  WsMoedaPendente             PIC X(3).
01  WsValorOriginalPendente     PIC S9(8)V99.
01  WsTaxaPendente              PIC 9(4)V9(6).
01  WsValorOriginalEdt          PIC -(7)9.99.
01  WsTaxaEdt                   PIC Z(3)9.9(6).

01  WsFimPendentes              PIC X(1)    VALUE "N".
    88  FimPendentes                       VALUE "S".
01  WsFimMapaGL                 PIC X(1)    VALUE "N".
    88  FimMapaGL                          VALUE "S".

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

*> Item de pendente em tratamento, no layout do arquivo.
COPY PendenteRec REPLACING ==RegistroPendente== BY ==WsPendenteAtual==.

01  WsPendentes.
    05  WsPendQtde              PIC 9(3)    VALUE ZERO.
    05  WsPendEntrada OCCURS 200 TIMES.
        10  WsPendLinha         PIC X(149).

01  WsPendSub                   PIC 9(3) COMP.
01  WsQtdeExcedentes            PIC 9(5)    VALUE ZERO.
01  WsDecisaoLote               PIC X(10)   VALUE SPACES.
01  WsDecisaoRegistro           PIC 9(7)    VALUE ZERO.

01  WsHistLinha                 PIC X(149).

*> Visão do conteúdo original do pendente no formato do detalhe de
*> entrada, como em CorrecaoSuspensos: o par, a operação e a marcação
01  WsQtdeAprovados             PIC 9(7)    VALUE ZERO.
01  WsQtdeRejeitados            PIC 9(7)    VALUE ZERO.
01  WsQtdeMantidos              PIC 9(7)    VALUE ZERO.
01  WsQtdeRecusasAlcada         PIC 9(7)    VALUE ZERO.

01  WsSomaEdt                   PIC -(8)9.99.


PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 0300-IDENTIFICAR-OPERADOR
    PERFORM 0600-CARREGAR-MAPA-GL
    PERFORM 0670-CARREGAR-PERIODOS
    PERFORM 0800-CARREGAR-PENDENTES
    PERFORM 1000-ABRIR-ARQUIVOS
    PERFORM VARYING WsPendSub FROM 1 BY 1
    PERFORM 6000-ENCERRAR
    STOP RUN.

*> Identificação contra o cadastro de operadores (OperadorRec): só
*> entra operador cadastrado, ativo e com o papel APPROVER. A entrada e
*> a recusa vão para o log de segurança; recusado, o programa para
*> ali mesmo, sem nada mexido.
0300-IDENTIFICAR-OPERADOR.
    DISPLAY "Identificação do aprovador (até 8 caracteres): "
        WITH NO ADVANCING.
    ACCEPT WsAprovador.
    IF WsAprovador = SPACES
        DISPLAY "A identificação do aprovador é obrigatória."
        PERFORM 0300-IDENTIFICAR-OPERADOR
    ELSE
        PERFORM 0310-LOCALIZAR-OPERADOR
        PERFORM 0320-CONFERIR-OPERADOR
    END-IF.

0310-LOCALIZAR-OPERADOR.
    MOVE "N" TO WsOperadorAchado
    MOVE "N" TO WsFimOperadores
    OPEN INPUT ArquivoOperadores
    IF WsStatusOperadores NOT = "00"
        DISPLAY "Cadastro de operadores indisponível. Status: "
            WsStatusOperadores
        STOP RUN
    END-IF
    PERFORM UNTIL FimOperadores OR OperadorAchado
        READ ArquivoOperadores
            AT END
                SET FimOperadores TO TRUE
            NOT AT END
                IF OperadorId IN RegistroOperador = WsAprovador
                    SET OperadorAchado TO TRUE
                    MOVE RegistroOperador TO WsOperadorAtual
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArquivoOperadores.

0320-CONFERIR-OPERADOR.
    EVALUATE TRUE
        WHEN NOT OperadorAchado
            MOVE "NC" TO WsEventoSeguranca
            MOVE "operador não cadastrado" TO WsDetalheSeguranca
        WHEN NOT OperadorAtivo IN WsOperadorAtual
            MOVE "IN" TO WsEventoSeguranca
            MOVE "operador inativo" TO WsDetalheSeguranca
        WHEN NOT OperadorPodeAprovar IN WsOperadorAtual
            MOVE "PP" TO WsEventoSeguranca
            MOVE "papel exigido: APPROVER" TO WsDetalheSeguranca
        WHEN OTHER
            MOVE "EN" TO WsEventoSeguranca
            MOVE "papel APPROVER" TO WsDetalheSeguranca
    END-EVALUATE
    PERFORM 0390-GRAVAR-SEGURANCA
    IF WsEventoSeguranca NOT = "EN"
        DISPLAY "Acesso recusado: " WsDetalheSeguranca
        STOP RUN
    END-IF
    DISPLAY "Operador " OperadorNome IN WsOperadorAtual
        " identificado.".

*> O log de segurança só cresce: cada linha é gravada na hora do
*> evento, com o arquivo aberto e fechado a cada gravação.
0390-GRAVAR-SEGURANCA.
    OPEN EXTEND ArquivoSeguranca
    IF WsStatusSeguranca = "35"
        OPEN OUTPUT ArquivoSeguranca
    END-IF
    IF WsStatusSeguranca NOT = "00"
        DISPLAY "Aviso: não foi possível gravar o log de segurança."
            " Status: " WsStatusSeguranca
    ELSE
        ACCEPT WsDataAtual FROM DATE YYYYMMDD
        ACCEPT WsHoraAtual FROM TIME
        MOVE WsDataAtual         TO SegData
        MOVE WsHoraAtual         TO SegHora
        MOVE WsProgramaSeguranca TO SegPrograma
        MOVE WsAprovador         TO SegOperador
        MOVE WsEventoSeguranca   TO SegEvento
        MOVE WsDetalheSeguranca  TO SegDetalhe
        WRITE RegistroSeguranca
        CLOSE ArquivoSeguranca
    END-IF.

0600-CARREGAR-MAPA-GL.
        END-IF
    END-IF.

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

*> Só os itens em espera vêm para a memória; decididos ainda na fila
*> (modelo anterior) ficam como estão e migram para o histórico na
*> primeira regravação. Itens em espera além da tabela não se perdem:
    MOVE WsPendLinha(WsPendSub) TO WsPendenteAtual
    ADD 1 TO WsQtdeEmEspera
    MOVE PendenteEntrada IN WsPendenteAtual TO WsEntradaOriginal
    PERFORM 3050-DEFINIR-MOEDA
    PERFORM 3100-EXIBIR-PENDENTE
    PERFORM 3200-OBTER-ACAO
    EVALUATE WsAcao
            PERFORM 4800-MANTER
    END-EVALUATE.

3050-DEFINIR-MOEDA.
    IF PendenteMoeda IN WsPendenteAtual = SPACES
            OR PendenteMoeda IN WsPendenteAtual = "BRL"
        MOVE "BRL" TO WsMoedaPendente
        MOVE PendenteSoma IN WsPendenteAtual TO WsValorOriginalPendente
        MOVE 1 TO WsTaxaPendente
    ELSE
        MOVE PendenteMoeda IN WsPendenteAtual TO WsMoedaPendente
        MOVE PendenteValorOriginal IN WsPendenteAtual
            TO WsValorOriginalPendente
        MOVE PendenteTaxaCambio IN WsPendenteAtual TO WsTaxaPendente
    END-IF.

3100-EXIBIR-PENDENTE.
    MOVE PendenteSoma IN WsPendenteAtual TO WsSomaEdt
    DISPLAY "-----------------------------------------"
        "  movimento " PendenteDataMovimento IN WsPendenteAtual
    DISPLAY "Operação: " WsOperacaoOriginal
        "  resultado " WsSomaEdt
    IF WsMoedaPendente NOT = "BRL"
        MOVE WsValorOriginalPendente TO WsValorOriginalEdt
        MOVE WsTaxaPendente TO WsTaxaEdt
        DISPLAY "Moeda   : " WsMoedaPendente " " WsValorOriginalEdt
            " à taxa " WsTaxaEdt " (resultado acima já em reais)"
    END-IF
    IF LancamentoEstornoOriginal
        DISPLAY "Estorno do lote " WsEstornoLoteOriginal
            " registro " WsEstornoRegOriginal
*> com os mesmos conteúdos que SomaNumerosLote teria gravado. Sem
*> mapeamento vigente para a combinação, o item permanece na fila —
*> rejeitar pelo mapeamento seria punir o lançamento pelo atraso da
*> contabilidade. O mesmo vale para o período contábil fechado e para
*> as recusas de alçada — segregação de funções e limite de aprovação
*> —, que ainda vão para o log de segurança.
4000-APROVAR.
    COMPUTE WsValorAbsoluto
        = FUNCTION ABS(PendenteSoma IN WsPendenteAtual)
    PERFORM 4010-VERIFICAR-CORRETOR
    MOVE PendenteDataMovimento IN WsPendenteAtual (1:6)
        TO WsAnoMesConsulta
    PERFORM 0675-CONSULTAR-PERIODO
    EVALUATE TRUE
        WHEN CorrigidoPeloAprovador
            PERFORM 4020-RECUSAR-SEGREGACAO
        WHEN WsValorAbsoluto
                > OperadorLimiteAprovacao IN WsOperadorAtual
            PERFORM 4030-RECUSAR-LIMITE
        WHEN ConsultaPeriodoFechado
            DISPLAY "Período contábil " WsAnoMesConsulta
                " fechado; item mantido na fila."
            ADD 1 TO WsQtdeMantidos
        WHEN OTHER
            PERFORM 4050-POSTAR-APROVADO
    END-EVALUATE.

*> O item corrigido volta pelo reenvio com lote e número de registro
*> próprios; é por essa chave que o registro de correções aponta o
*> corretor.
4010-VERIFICAR-CORRETOR.
    MOVE "N" TO WsCorrigidoPeloAprovador
    MOVE "N" TO WsFimCorrecoes
    OPEN INPUT ArquivoCorrecoes
    IF WsStatusCorrecoes = "00"
        PERFORM UNTIL FimCorrecoes OR CorrigidoPeloAprovador
            READ ArquivoCorrecoes
                AT END
                    SET FimCorrecoes TO TRUE
                NOT AT END
                    IF CorrecaoLoteReenvio
                            = PendenteLoteId IN WsPendenteAtual
                            AND CorrecaoRegReenvio
                                = PendenteNumRegistro IN WsPendenteAtual
                            AND CorrecaoOperador = WsAprovador
                        SET CorrigidoPeloAprovador TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArquivoCorrecoes
    END-IF.

4020-RECUSAR-SEGREGACAO.
    MOVE "SF" TO WsEventoSeguranca
    MOVE SPACES TO WsDetalheSeguranca
    STRING "corrigido pelo aprovador: lote "  DELIMITED BY SIZE
           PendenteLoteId IN WsPendenteAtual  DELIMITED BY SIZE
           " registro "                       DELIMITED BY SIZE
           PendenteNumRegistro IN WsPendenteAtual
                                              DELIMITED BY SIZE
        INTO WsDetalheSeguranca
    PERFORM 0390-GRAVAR-SEGURANCA
    ADD 1 TO WsQtdeMantidos
    ADD 1 TO WsQtdeRecusasAlcada
    DISPLAY "Você corrigiu este item em CorrecaoSuspensos; a aprovação"
        " cabe a outro aprovador. Item mantido na fila.".

4030-RECUSAR-LIMITE.
    MOVE WsValorAbsoluto TO WsValorEdt
    MOVE OperadorLimiteAprovacao IN WsOperadorAtual TO WsLimiteEdt
    MOVE "LA" TO WsEventoSeguranca
    MOVE SPACES TO WsDetalheSeguranca
    STRING "lote "                            DELIMITED BY SIZE
           PendenteLoteId IN WsPendenteAtual  DELIMITED BY SIZE
           " valor "                          DELIMITED BY SIZE
           WsValorEdt                         DELIMITED BY SIZE
           " limite "                         DELIMITED BY SIZE
           WsLimiteEdt                        DELIMITED BY SIZE
        INTO WsDetalheSeguranca
    PERFORM 0390-GRAVAR-SEGURANCA
    ADD 1 TO WsQtdeMantidos
    ADD 1 TO WsQtdeRecusasAlcada
    DISPLAY "Resultado acima do seu limite de aprovação ("
        WsLimiteEdt "); item mantido na fila para aprovador de"
        " alçada maior.".

4050-POSTAR-APROVADO.
    PERFORM 4100-LOCALIZAR-MAPA-GL
    IF NOT MapaEncontrado
        DISPLAY "Sem mapeamento contábil vigente para "
        MOVE WsDataAtual TO PendenteDataDecisao IN WsPendenteAtual
        MOVE WsHoraAtual TO PendenteHoraDecisao IN WsPendenteAtual
        PERFORM 5300-REGISTRAR-DECISAO
        MOVE "AA" TO WsEventoRetorno
        PERFORM 8100-GRAVAR-RETORNO-ORIGEM
        DISPLAY "Aprovado e postado."
    END-IF.

        TO NumRegistro-Sai IN RegistroSaida
    MOVE PendenteSistemaOrigem IN WsPendenteAtual
        TO SistemaOrigem-Sai IN RegistroSaida
    MOVE WsMoedaPendente         TO Moeda-Sai IN RegistroSaida
    MOVE WsValorOriginalPendente TO ValorOriginal-Sai IN RegistroSaida
    MOVE WsTaxaPendente          TO TaxaCambio-Sai IN RegistroSaida
    WRITE RegistroSaida.

4250-GRAVAR-AUDITORIA.
        TO AuditoriaDataMovimento IN RegistroAuditoria
    MOVE PendenteSistemaOrigem IN WsPendenteAtual
        TO AuditoriaSistemaOrigem IN RegistroAuditoria
*> Pendência gravada antes de PendenteDataOriginal existir vem com o
*> campo em branco: sem redirecionamento, como antes.
    IF PendenteDataOriginal IN WsPendenteAtual IS NUMERIC
        MOVE PendenteDataOriginal IN WsPendenteAtual
            TO AuditoriaDataOriginal IN RegistroAuditoria
    ELSE
        MOVE ZERO TO AuditoriaDataOriginal IN RegistroAuditoria
    END-IF
    MOVE WsMoedaPendente TO AuditoriaMoeda IN RegistroAuditoria
    MOVE WsValorOriginalPendente
        TO AuditoriaValorOriginal IN RegistroAuditoria
    MOVE WsTaxaPendente  TO AuditoriaTaxaCambio IN RegistroAuditoria
    WRITE RegistroAuditoria.

4300-GRAVAR-INTERFACE-GL.
        = FUNCTION ABS(PendenteSoma IN WsPendenteAtual)
    MOVE WsDataAtual TO GLData IN RegistroInterfaceGL
    MOVE WsHoraAtual TO GLHora IN RegistroInterfaceGL
    MOVE PendenteDataMovimento IN WsPendenteAtual
        TO GLDataMovimento IN RegistroInterfaceGL
    MOVE PendenteSistemaOrigem IN WsPendenteAtual
        TO GLSistemaOrigem IN RegistroInterfaceGL
    MOVE PendenteLoteId IN WsPendenteAtual
        TO GLLoteId IN RegistroInterfaceGL
    MOVE PendenteNumRegistro IN WsPendenteAtual
        TO GLNumRegistro IN RegistroInterfaceGL
    MOVE WsValorAbsoluto TO GLValor IN RegistroInterfaceGL
    MOVE WsMoedaPendente TO GLMoedaOriginal IN RegistroInterfaceGL
    COMPUTE GLValorOriginal IN RegistroInterfaceGL
        = FUNCTION ABS(WsValorOriginalPendente)
    MOVE WsTaxaPendente  TO GLTaxaCambio IN RegistroInterfaceGL
    MOVE WsMapaContaDeb(WsMapaIndice)
        TO GLConta IN RegistroInterfaceGL
    MOVE WsMapaCcDeb(WsMapaIndice)
        TO SuspensoEntrada IN RegistroSuspenso
    MOVE PendenteSistemaOrigem IN WsPendenteAtual
        TO SuspensoSistemaOrigem IN RegistroSuspenso
*> A taxa só acompanha o estorno, o único detalhe que a traz de origem;
*> os demais voltam a ser convertidos pela tabela quando reenviados.
    MOVE WsMoedaPendente TO SuspensoMoeda IN RegistroSuspenso
    IF LancamentoEstornoOriginal AND WsMoedaPendente NOT = "BRL"
        MOVE WsTaxaPendente TO SuspensoTaxaInformada IN RegistroSuspenso
    ELSE
        MOVE ZERO TO SuspensoTaxaInformada IN RegistroSuspenso
    END-IF
    IF PendenteDataOriginal IN WsPendenteAtual IS NUMERIC
        MOVE PendenteDataOriginal IN WsPendenteAtual
            TO SuspensoDataOriginal IN RegistroSuspenso
    ELSE
        MOVE ZERO TO SuspensoDataOriginal IN RegistroSuspenso
    END-IF
    WRITE RegistroSuspenso
    PERFORM 5400-SINCRONIZAR-SAIDAS
    ADD 1 TO WsQtdeRejeitados
    MOVE WsDataAtual TO PendenteDataDecisao IN WsPendenteAtual
    MOVE WsHoraAtual TO PendenteHoraDecisao IN WsPendenteAtual
    PERFORM 5300-REGISTRAR-DECISAO
    MOVE "AR" TO WsEventoRetorno
    PERFORM 8100-GRAVAR-RETORNO-ORIGEM
    DISPLAY "Rejeitado; enviado para suspensos com motivo AP.".

4800-MANTER.
    DISPLAY "Aprovados          : " WsQtdeAprovados
    DISPLAY "Rejeitados         : " WsQtdeRejeitados
    DISPLAY "Mantidos na fila   : " WsQtdeMantidos
    IF WsQtdeRecusasAlcada > ZERO
        DISPLAY "  recusas de alçada: " WsQtdeRecusasAlcada
            " (segregação/limite; ver log de segurança)"
    END-IF
    DISPLAY "Decisões registradas pelo aprovador " WsAprovador ".".

*> Gravado na hora da decisão (e na migração de linhas antigas), como
        WRITE RegistroHistPendente
        CLOSE ArquivoHistPendentes
    END-IF.

*> Acompanhamento da decisão no retorno da origem do item, como linha
*> "E" com o evento em WsEventoRetorno e o aprovador. Itens de antes do
*> sistema de origem na fila (origem em branco) não têm para onde
*> voltar. Uma falha aqui não desfaz a decisão.
8100-GRAVAR-RETORNO-ORIGEM.
    IF PendenteSistemaOrigem IN WsPendenteAtual NOT = SPACES
        MOVE SPACES TO WsCaminhoRetornoOrigem
        STRING "data/somanumeros_retorno_origem_" DELIMITED BY SIZE
               PendenteSistemaOrigem IN WsPendenteAtual
                                                  DELIMITED BY SPACE
               ".dat"                             DELIMITED BY SIZE
            INTO WsCaminhoRetornoOrigem
        OPEN EXTEND ArquivoRetornoOrigem
        IF WsStatusRetornoOrigem = "35"
            OPEN OUTPUT ArquivoRetornoOrigem
        END-IF
        IF WsStatusRetornoOrigem NOT = "00"
            DISPLAY "Aviso: não foi possível gravar o retorno para a"
                " origem. Status: " WsStatusRetornoOrigem
        ELSE
            MOVE SPACES TO RegistroRetornoOrigem
            SET RetEventoPosterior TO TRUE
            MOVE WsDataAtual TO RetData
            MOVE WsHoraAtual TO RetHora
            MOVE PendenteSistemaOrigem IN WsPendenteAtual
                TO RetSistemaOrigem
            MOVE PendenteLoteId IN WsPendenteAtual TO RetLoteId
            MOVE PendenteNumRegistro IN WsPendenteAtual
                TO RetEvtNumRegistro
            MOVE WsEventoRetorno TO RetEvento
            MOVE SPACES      TO RetEvtLoteRef
            MOVE ZERO        TO RetEvtRegistroRef
            MOVE WsAprovador TO RetEvtOperador
            IF WsEventoRetorno = "AA"
                MOVE "aprovado pelo supervisor e postado"
                    TO RetEvtDescricao
            ELSE
                MOVE "rejeitado pelo supervisor; em suspensos (AP)"
                    TO RetEvtDescricao
            END-IF
            WRITE RegistroRetornoOrigem
            CLOSE ArquivoRetornoOrigem
        END-IF
    END-IF.
