        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusSuspensos.

    SELECT ArquivoPeriodos ASSIGN TO "data/somanumeros_periodos.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusPeriodos.

    SELECT ArquivoOperadores ASSIGN TO "data/somanumeros_operadores.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusOperadores.

    SELECT ArquivoSeguranca ASSIGN TO "data/somanumeros_seguranca.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusSeguranca.

DATA DIVISION.
FILE SECTION.
FD  ArquivoMapaGL
    RECORDING MODE IS F.
COPY SuspRec.

FD  ArquivoPeriodos
    RECORDING MODE IS F.
COPY PeriodoRec.

FD  ArquivoOperadores
    RECORDING MODE IS F.
COPY OperadorRec.

FD  ArquivoSeguranca
    RECORDING MODE IS F.
COPY SegurancaRec.

WORKING-STORAGE SECTION.
COPY LedgerRec.

01 WsStatusAuditoria PIC X(2).
01 WsStatusInterfaceGL PIC X(2).
01 WsStatusSuspensos PIC X(2).
01 WsStatusPeriodos PIC X(2).
01 WsStatusOperadores PIC X(2).
01 WsStatusSeguranca PIC X(2).

*> A sessão só lança para operador cadastrado, ativo e com o papel
*> POSTER (ver OperadorRec).
01 WsOperador PIC X(8).
*> Operador identificado na entrada, no layout do cadastro.
COPY OperadorRec REPLACING ==RegistroOperador== BY ==WsOperadorAtual==.

01 WsFimOperadores PIC X(1) VALUE "N".
    88  FimOperadores                   VALUE "S".
01 WsOperadorAchado PIC X(1) VALUE "N".
    88  OperadorAchado                  VALUE "S".
01 WsProgramaSeguranca PIC X(20) VALUE "SomaNumeros".
01 WsEventoSeguranca PIC X(2).
01 WsDetalheSeguranca PIC X(60).

01 WsFimPeriodos PIC X(1) VALUE "N".
    88  FimPeriodos                     VALUE "S".

01 WsPeriodoBloqueado PIC X(1) VALUE "N".
    88  PeriodoBloqueado                VALUE "S".

*> Imagem do lançamento no formato do detalhe de entrada do lote, para
*> preservar em suspensos um lançamento sem mapeamento contábil no

PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 0300-IDENTIFICAR-OPERADOR
    PERFORM 0500-CARREGAR-MAPA-GL
    PERFORM 0600-VERIFICAR-PERIODO
    PERFORM UNTIL NOT ContinuarProcessando
        PERFORM 1000-OBTER-OPERACAO
        PERFORM 2000-OBTER-NUMERO1
    DISPLAY "Encerrando SomaNumeros."
    STOP RUN.

*> Identificação contra o cadastro de operadores (OperadorRec): só
*> entra operador cadastrado, ativo e com o papel POSTER. A entrada e
*> a recusa vão para o log de segurança; recusado, o programa para
*> ali mesmo, sem nada mexido.
0300-IDENTIFICAR-OPERADOR.
    DISPLAY "Identificação do operador (até 8 caracteres): "
        WITH NO ADVANCING.
    ACCEPT WsOperador.
    IF WsOperador = SPACES
        DISPLAY "A identificação do operador é obrigatória."
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
                IF OperadorId IN RegistroOperador = WsOperador
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
        WHEN NOT OperadorPodeLancar IN WsOperadorAtual
            MOVE "PP" TO WsEventoSeguranca
            MOVE "papel exigido: POSTER" TO WsDetalheSeguranca
        WHEN OTHER
            MOVE "EN" TO WsEventoSeguranca
            MOVE "papel POSTER" TO WsDetalheSeguranca
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
        MOVE WsOperador          TO SegOperador
        MOVE WsEventoSeguranca   TO SegEvento
        MOVE WsDetalheSeguranca  TO SegDetalhe
        WRITE RegistroSeguranca
        CLOSE ArquivoSeguranca
    END-IF.

0500-CARREGAR-MAPA-GL.
    OPEN INPUT ArquivoMapaGL
    IF WsStatusMapaGL NOT = "00"
        END-IF
    END-IF.

*> A sessão lança com a data do dia: com o mês corrente fechado em
*> data/somanumeros_periodos.dat, não há onde postar e a sessão nem
*> começa. Sem o arquivo, todos os meses estão abertos.
0600-VERIFICAR-PERIODO.
    ACCEPT WsDataAtual FROM DATE YYYYMMDD
    OPEN INPUT ArquivoPeriodos
    IF WsStatusPeriodos = "00"
        PERFORM UNTIL FimPeriodos
            READ ArquivoPeriodos
                AT END
                    SET FimPeriodos TO TRUE
                NOT AT END
                    IF PeriodoAnoMes = WsDataAtual(1:6)
                        IF PeriodoFechado
                            SET PeriodoBloqueado TO TRUE
                        ELSE
                            MOVE "N" TO WsPeriodoBloqueado
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArquivoPeriodos
    END-IF
    IF PeriodoBloqueado
        DISPLAY "Período contábil " WsDataAtual(1:6)
            " fechado; nenhum lançamento pode ser gravado."
        STOP RUN
    END-IF.

*> Entre as entradas da combinação operação+sinal, vale a de maior
*> vigência não posterior à data corrente, como em SomaNumerosLote
*> vale a da data de movimento do lote.
*> A sessão interativa não tem lote; o movimento é o próprio dia.
        MOVE WsDataAtual      TO AuditoriaDataMovimento
        MOVE "SESSAO"         TO AuditoriaSistemaOrigem
        MOVE ZERO             TO AuditoriaDataOriginal
        MOVE "BRL"            TO AuditoriaMoeda
        MOVE Soma             TO AuditoriaValorOriginal
        MOVE 1                TO AuditoriaTaxaCambio
        WRITE RegistroAuditoria
        CLOSE ArquivoAuditoria
    END-IF.
        COMPUTE WsValorAbsoluto = FUNCTION ABS(Soma)
        MOVE WsDataAtual      TO GLData
        MOVE WsHoraAtual      TO GLHora
        MOVE WsDataAtual      TO GLDataMovimento
        MOVE "SESSAO"         TO GLSistemaOrigem
        MOVE "INTERATIVO"     TO GLLoteId
        MOVE WsContadorSessao TO GLNumRegistro
        MOVE WsValorAbsoluto  TO GLValor
        MOVE "BRL"            TO GLMoedaOriginal
        MOVE WsValorAbsoluto  TO GLValorOriginal
        MOVE 1                TO GLTaxaCambio
        MOVE WsMapaContaDeb(WsMapaIndice) TO GLConta
        MOVE WsMapaCcDeb(WsMapaIndice)    TO GLCentroCusto
        MOVE "D" TO GLIndicadorDC
        MOVE WsContadorSessao TO SuspensoNumRegistro
        MOVE WsImagemEntrada TO SuspensoEntrada
        MOVE "SESSAO"        TO SuspensoSistemaOrigem
        MOVE "BRL"           TO SuspensoMoeda
        MOVE ZERO            TO SuspensoTaxaInformada
        MOVE ZERO            TO SuspensoDataOriginal
        WRITE RegistroSuspenso
        CLOSE ArquivoSuspensos
    END-IF.
