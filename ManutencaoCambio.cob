IDENTIFICATION DIVISION.
PROGRAM-ID. ManutencaoCambio.

*> Manutenção da tabela de taxas de câmbio data/somanumeros_cambio.dat
*> (ver CambioRec): a taxa diária de cada moeda estrangeira, em reais
*> por unidade, pela qual SomaNumerosLote converte os lotes em moeda
*> estrangeira para o razão. Lote em moeda sem taxa cadastrada para a
*> data de movimento é recusado; é aqui que a tesouraria cadastra a
*> taxa que faltou antes do reenvio.
*>
*> O operador é identificado contra o cadastro de operadores e precisa
*> do papel FXMAINT. A taxa de um dia em período contábil fechado não
*> é incluída, alterada nem excluída: o que postou naquele mês já foi
*> convertido por ela e entregue. Cada inclusão, alteração ou exclusão
*> confirmada é registrada em data/somanumeros_cambio_hist.dat com a
*> imagem anterior e a posterior, a data/hora e quem fez.
*>
*> As mudanças ficam em memória até a opção de gravar, que reescreve o
*> arquivo num temporário e troca o nome pelo definitivo, como os
*> demais programas da família fazem para reescrever arquivos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArquivoCambio ASSIGN TO "data/somanumeros_cambio.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusCambio.

    SELECT ArquivoCambioTemp
        ASSIGN TO "data/somanumeros_cambio.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusCambioTemp.

    SELECT ArquivoHistorico
        ASSIGN TO "data/somanumeros_cambio_hist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusHistorico.

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
FD  ArquivoCambio
    RECORDING MODE IS F.
COPY CambioRec.

FD  ArquivoCambioTemp
    RECORDING MODE IS F.
COPY CambioRec REPLACING ==RegistroCambio== BY ==RegistroCambioTemp==.

*> Histórico de alterações da tabela: uma linha por mudança
*> confirmada, com a imagem anterior e a posterior no layout de
*> CambioRec (45 posições); inclusão deixa a imagem anterior em branco
*> e exclusão, a posterior.
FD  ArquivoHistorico
    RECORDING MODE IS F.
01  RegistroHistorico.
    05  HistData                PIC 9(8).
    05  HistHora                PIC 9(8).
    05  HistOperador            PIC X(8).
    05  HistAcao                PIC X(1).
        88  HistInclusao                       VALUE "I".
        88  HistAlteracao                      VALUE "A".
        88  HistExclusao                       VALUE "E".
    05  HistImagemAnterior      PIC X(45).
    05  HistImagemPosterior     PIC X(45).

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
01  WsStatusCambio              PIC X(2).
01  WsStatusCambioTemp          PIC X(2).
01  WsStatusHistorico           PIC X(2).
01  WsStatusPeriodos            PIC X(2).
01  WsStatusOperadores          PIC X(2).
01  WsStatusSeguranca           PIC X(2).

*> Operador identificado na entrada, no layout do cadastro.
COPY OperadorRec REPLACING ==RegistroOperador== BY ==WsOperadorAtual==.

01  WsFimOperadores             PIC X(1)    VALUE "N".
    88  FimOperadores                      VALUE "S".
01  WsOperadorAchado            PIC X(1)    VALUE "N".
    88  OperadorAchado                     VALUE "S".
01  WsProgramaSeguranca         PIC X(20)   VALUE "ManutencaoCambio".
01  WsEventoSeguranca           PIC X(2).
01  WsDetalheSeguranca          PIC X(60).

01  WsFimCambio                 PIC X(1)    VALUE "N".
    88  FimCambio                          VALUE "S".

01  WsEncerrar                  PIC X(1)    VALUE "N".
    88  Encerrar                           VALUE "S".

01  WsHouveMudanca              PIC X(1)    VALUE "N".
    88  HouveMudanca                       VALUE "S".

*> Tabela em memória, uma linha por moeda e dia no layout do arquivo.
01  WsTaxas.
    05  WsTaxaQtde              PIC 9(4)    VALUE ZERO.
    05  WsTaxaEntrada OCCURS 5000 TIMES.
        10  WsTaxaLinha         PIC X(45).

01  WsTaxaSub                   PIC 9(4) COMP.
01  WsTaxaIndice                PIC 9(4) COMP VALUE ZERO.
01  WsQtdeListadas              PIC 9(4) COMP.

01  WsTaxaAchada                PIC X(1)    VALUE "N".
    88  TaxaAchada                         VALUE "S".

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

*> Área de trabalho da taxa em inclusão, alteração ou exclusão.
COPY CambioRec REPLACING ==RegistroCambio== BY ==WsCambioEdicao==.

*> Chave procurada (moeda + data), no mesmo formato das primeiras 11
*> posições da linha da tabela.
01  WsChaveProcurada.
    05  WsMoedaProcurada        PIC X(3).
    05  WsDataProcurada         PIC 9(8).

01  WsOperador                  PIC X(8).
01  WsOpcao                     PIC X(1).
01  WsEntradaTexto              PIC X(40).
01  WsEntradaData               PIC X(8).
01  WsEntradaTaxa               PIC X(17).
01  WsPosicaoErro               PIC 9(2).
01  WsValorNumerico             PIC S9(7)V9(8).
01  WsTaxaInformada             PIC 9(4)V9(6).
01  WsDiasData                  PIC S9(9) COMP.
01  WsImagemAnterior            PIC X(45).
01  WsImagemPosterior           PIC X(45).

01  WsFiltroMoeda               PIC X(3).
01  WsFiltroData                PIC 9(8).

01  WsTaxaEdt                   PIC Z(3)9.9(6).

01  WsDataAtual                 PIC 9(8).
01  WsHoraAtual                 PIC 9(8).

01  WsCaminhoCambio             PIC X(40)
        VALUE "data/somanumeros_cambio.dat".
01  WsCaminhoCambioTemp         PIC X(40)
        VALUE "data/somanumeros_cambio.dat.tmp".
01  WsRcRenomear                PIC S9(9) COMP.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 0300-IDENTIFICAR-OPERADOR
    PERFORM 0670-CARREGAR-PERIODOS
    PERFORM 1000-CARREGAR-CAMBIO
    PERFORM UNTIL Encerrar
        PERFORM 2000-OBTER-OPCAO
        EVALUATE WsOpcao
            WHEN "L"
                PERFORM 3000-LISTAR
            WHEN "I"
                PERFORM 4000-INCLUIR
            WHEN "A"
                PERFORM 5000-ALTERAR
            WHEN "E"
                PERFORM 6000-EXCLUIR
            WHEN "G"
                PERFORM 7000-GRAVAR-CAMBIO
                SET Encerrar TO TRUE
            WHEN "X"
                PERFORM 7500-ABANDONAR
        END-EVALUATE
    END-PERFORM
    DISPLAY "Encerrando ManutencaoCambio."
    STOP RUN.

*> Identificação contra o cadastro de operadores (OperadorRec): só
*> entra operador cadastrado, ativo e com o papel FXMAINT. A entrada e
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
        WHEN NOT OperadorPodeManterCambio IN WsOperadorAtual
            MOVE "PP" TO WsEventoSeguranca
            MOVE "papel exigido: FXMAINT" TO WsDetalheSeguranca
        WHEN OTHER
            MOVE "EN" TO WsEventoSeguranca
            MOVE "papel FXMAINT" TO WsDetalheSeguranca
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

1000-CARREGAR-CAMBIO.
    OPEN INPUT ArquivoCambio
    IF WsStatusCambio NOT = "00"
        DISPLAY "Tabela de câmbio ainda não existe; iniciando vazia."
            " Status: " WsStatusCambio
    ELSE
        PERFORM UNTIL FimCambio
            READ ArquivoCambio
                AT END
                    SET FimCambio TO TRUE
                NOT AT END
                    PERFORM 1100-GUARDAR-TAXA
            END-READ
        END-PERFORM
        CLOSE ArquivoCambio
    END-IF
    DISPLAY "Taxas carregadas: " WsTaxaQtde.

1100-GUARDAR-TAXA.
    IF WsTaxaQtde >= 5000
        DISPLAY "Tabela com mais de 5000 taxas; "
            "linha excedente ignorada."
    ELSE
        ADD 1 TO WsTaxaQtde
        MOVE RegistroCambio TO WsTaxaLinha(WsTaxaQtde)
    END-IF.

1200-LOCALIZAR-TAXA.
    MOVE "N" TO WsTaxaAchada
    MOVE ZERO TO WsTaxaIndice
    PERFORM VARYING WsTaxaSub FROM 1 BY 1
            UNTIL WsTaxaSub > WsTaxaQtde OR TaxaAchada
        IF WsTaxaLinha(WsTaxaSub)(1:11) = WsChaveProcurada
            SET TaxaAchada TO TRUE
            MOVE WsTaxaSub TO WsTaxaIndice
        END-IF
    END-PERFORM.

2000-OBTER-OPCAO.
    DISPLAY "Opção (L=listar I=incluir A=alterar E=excluir "
        "G=gravar e sair X=sair sem gravar): " WITH NO ADVANCING.
    ACCEPT WsOpcao.
    MOVE FUNCTION UPPER-CASE(WsOpcao) TO WsOpcao
    IF WsOpcao NOT = "L" AND WsOpcao NOT = "I" AND WsOpcao NOT = "A"
            AND WsOpcao NOT = "E" AND WsOpcao NOT = "G"
            AND WsOpcao NOT = "X"
        DISPLAY "Resposta inválida. Digite L, I, A, E, G ou X."
        PERFORM 2000-OBTER-OPCAO
    END-IF.

*> A tabela cresce um dia por moeda; a listagem filtra pela moeda e a
*> partir de uma data para não despejar anos de taxas no console.
3000-LISTAR.
    DISPLAY "Moeda (vazio = todas): " WITH NO ADVANCING.
    ACCEPT WsFiltroMoeda.
    MOVE FUNCTION UPPER-CASE(WsFiltroMoeda) TO WsFiltroMoeda
    PERFORM 3050-OBTER-DATA-INICIAL
    MOVE ZERO TO WsQtdeListadas
    PERFORM VARYING WsTaxaSub FROM 1 BY 1
            UNTIL WsTaxaSub > WsTaxaQtde
        MOVE WsTaxaLinha(WsTaxaSub) TO WsCambioEdicao
        IF (WsFiltroMoeda = SPACES
                OR CambioMoeda IN WsCambioEdicao = WsFiltroMoeda)
                AND CambioData IN WsCambioEdicao >= WsFiltroData
            PERFORM 3100-EXIBIR-TAXA
            ADD 1 TO WsQtdeListadas
        END-IF
    END-PERFORM
    IF WsQtdeListadas = ZERO
        DISPLAY "Nenhuma taxa cadastrada no filtro."
    END-IF.

3050-OBTER-DATA-INICIAL.
    DISPLAY "A partir da data (AAAAMMDD, vazio = todas): "
        WITH NO ADVANCING.
    ACCEPT WsEntradaData.
    IF WsEntradaData = SPACES
        MOVE ZERO TO WsFiltroData
    ELSE
        IF WsEntradaData NOT NUMERIC
            DISPLAY "Data inválida. Use AAAAMMDD."
            PERFORM 3050-OBTER-DATA-INICIAL
        ELSE
            MOVE WsEntradaData TO WsFiltroData
        END-IF
    END-IF.

3100-EXIBIR-TAXA.
    MOVE CambioTaxa IN WsCambioEdicao TO WsTaxaEdt
    DISPLAY CambioMoeda IN WsCambioEdicao " "
        CambioData IN WsCambioEdicao
        " taxa " WsTaxaEdt
        " alterada por " CambioAlteradoPor IN WsCambioEdicao
        " em " CambioDataAlteracao IN WsCambioEdicao.

4000-INCLUIR.
    IF WsTaxaQtde >= 5000
        DISPLAY "Tabela cheia (5000 taxas)."
    ELSE
        PERFORM 4100-OBTER-MOEDA
        IF WsMoedaProcurada NOT = SPACES
            PERFORM 4200-OBTER-DATA
            PERFORM 1200-LOCALIZAR-TAXA
            EVALUATE TRUE
                WHEN TaxaAchada
                    DISPLAY "Taxa já cadastrada para a moeda e a"
                        " data; use a alteração."
                WHEN ConsultaPeriodoFechado
                    DISPLAY "Período contábil "
                        WsDataProcurada(1:6)
                        " fechado; a taxa não pode ser incluída."
                WHEN OTHER
                    MOVE SPACES TO WsCambioEdicao
                    MOVE WsMoedaProcurada
                        TO CambioMoeda IN WsCambioEdicao
                    MOVE WsDataProcurada
                        TO CambioData IN WsCambioEdicao
                    MOVE ZERO TO CambioTaxa IN WsCambioEdicao
                    PERFORM 4300-OBTER-TAXA
                    PERFORM 4800-CONFIRMAR-INCLUSAO
            END-EVALUATE
        END-IF
    END-IF.

*> Código de três letras, em maiúsculas, como vem no cabeçalho do
*> lote (USD, EUR, ...). O real não entra na tabela: vale sempre 1.
4100-OBTER-MOEDA.
    DISPLAY "Moeda (3 letras, ex.: USD; vazio = cancelar): "
        WITH NO ADVANCING.
    ACCEPT WsEntradaTexto.
    MOVE FUNCTION UPPER-CASE(WsEntradaTexto) TO WsEntradaTexto
    MOVE WsEntradaTexto(1:3) TO WsMoedaProcurada
    IF WsEntradaTexto NOT = SPACES
        IF WsEntradaTexto(4:37) NOT = SPACES
                OR WsMoedaProcurada(1:1) = SPACE
                OR WsMoedaProcurada(2:1) = SPACE
                OR WsMoedaProcurada(3:1) = SPACE
                OR WsMoedaProcurada IS NOT ALPHABETIC-UPPER
            DISPLAY "Moeda inválida. Use o código de 3 letras."
            PERFORM 4100-OBTER-MOEDA
        ELSE
            IF WsMoedaProcurada = "BRL"
                DISPLAY "O real não tem taxa na tabela: vale sempre 1."
                PERFORM 4100-OBTER-MOEDA
            END-IF
        END-IF
    END-IF.

*> A data precisa existir no calendário de verdade (INTEGER-OF-DATE
*> devolve zero para 20260231 e afins), como em ManutencaoCalendario:
*> uma taxa de data inexistente nunca casaria com um lote. A situação
*> do período da data fica em WsSituacaoConsulta.
4200-OBTER-DATA.
    DISPLAY "Data (AAAAMMDD): " WITH NO ADVANCING.
    ACCEPT WsEntradaData.
    IF WsEntradaData NOT NUMERIC
        DISPLAY "Data inválida. Use AAAAMMDD."
        PERFORM 4200-OBTER-DATA
    ELSE
        MOVE WsEntradaData TO WsDataProcurada
        COMPUTE WsDiasData
            = FUNCTION INTEGER-OF-DATE(WsDataProcurada)
        IF WsDiasData = ZERO
            DISPLAY "Data inexistente no calendário. Use AAAAMMDD."
            PERFORM 4200-OBTER-DATA
        ELSE
            MOVE WsDataProcurada(1:6) TO WsAnoMesConsulta
            PERFORM 0675-CONSULTAR-PERIODO
        END-IF
    END-IF.

*> Reais por uma unidade da moeda, até seis casas decimais.
4300-OBTER-TAXA.
    MOVE CambioTaxa IN WsCambioEdicao TO WsTaxaEdt
    IF CambioTaxa IN WsCambioEdicao = ZERO
        DISPLAY "Taxa em reais por 1 " WsMoedaProcurada
            " (ex.: 5.1234): " WITH NO ADVANCING
    ELSE
        DISPLAY "Taxa em reais por 1 " WsMoedaProcurada
            " (vazio = manter " WsTaxaEdt "): " WITH NO ADVANCING
    END-IF
    ACCEPT WsEntradaTaxa.
    IF WsEntradaTaxa = SPACES
        IF CambioTaxa IN WsCambioEdicao = ZERO
            DISPLAY "A taxa é obrigatória."
            PERFORM 4300-OBTER-TAXA
        END-IF
    ELSE
        COMPUTE WsPosicaoErro = FUNCTION TEST-NUMVAL(WsEntradaTaxa)
        IF WsPosicaoErro NOT = 0
            DISPLAY "Taxa inválida. Digite um número com ponto"
                " decimal opcional."
            PERFORM 4300-OBTER-TAXA
        ELSE
            COMPUTE WsValorNumerico = FUNCTION NUMVAL(WsEntradaTaxa)
            MOVE WsValorNumerico TO WsTaxaInformada
            EVALUATE TRUE
                WHEN WsValorNumerico NOT > ZERO
                  OR WsValorNumerico > 9999.999999
                    DISPLAY "Taxa fora da faixa (acima de zero até"
                        " 9999.999999)."
                    PERFORM 4300-OBTER-TAXA
                WHEN WsTaxaInformada NOT = WsValorNumerico
                    DISPLAY "A taxa tem no máximo seis casas"
                        " decimais."
                    PERFORM 4300-OBTER-TAXA
                WHEN OTHER
                    MOVE WsTaxaInformada
                        TO CambioTaxa IN WsCambioEdicao
            END-EVALUATE
        END-IF
    END-IF.

4800-CONFIRMAR-INCLUSAO.
    PERFORM 4900-CARIMBAR-ALTERACAO
    ADD 1 TO WsTaxaQtde
    MOVE WsCambioEdicao TO WsTaxaLinha(WsTaxaQtde)
    MOVE SPACES TO WsImagemAnterior
    MOVE WsCambioEdicao TO WsImagemPosterior
    MOVE "I" TO WsOpcao
    PERFORM 8000-GRAVAR-HISTORICO
    SET HouveMudanca TO TRUE
    DISPLAY "Taxa de " CambioMoeda IN WsCambioEdicao " em "
        CambioData IN WsCambioEdicao " incluída.".

4900-CARIMBAR-ALTERACAO.
    ACCEPT WsDataAtual FROM DATE YYYYMMDD
    ACCEPT WsHoraAtual FROM TIME
    MOVE WsOperador  TO CambioAlteradoPor IN WsCambioEdicao
    MOVE WsDataAtual TO CambioDataAlteracao IN WsCambioEdicao
    MOVE WsHoraAtual TO CambioHoraAlteracao IN WsCambioEdicao.

*> Alteração e exclusão localizam a taxa pela moeda e pela data e
*> recusam dia em período fechado.
5000-ALTERAR.
    PERFORM 4100-OBTER-MOEDA
    IF WsMoedaProcurada NOT = SPACES
        PERFORM 4200-OBTER-DATA
        PERFORM 1200-LOCALIZAR-TAXA
        EVALUATE TRUE
            WHEN NOT TaxaAchada
                DISPLAY "Taxa não cadastrada para a moeda e a data."
            WHEN ConsultaPeriodoFechado
                DISPLAY "Período contábil " WsDataProcurada(1:6)
                    " fechado; a taxa não pode ser alterada."
            WHEN OTHER
                PERFORM 5100-EDITAR-TAXA
        END-EVALUATE
    END-IF.

5100-EDITAR-TAXA.
    MOVE WsTaxaLinha(WsTaxaIndice) TO WsImagemAnterior
    MOVE WsTaxaLinha(WsTaxaIndice) TO WsCambioEdicao
    PERFORM 3100-EXIBIR-TAXA
    PERFORM 4300-OBTER-TAXA
    PERFORM 4900-CARIMBAR-ALTERACAO
    MOVE WsCambioEdicao TO WsTaxaLinha(WsTaxaIndice)
    MOVE WsCambioEdicao TO WsImagemPosterior
    MOVE "A" TO WsOpcao
    PERFORM 8000-GRAVAR-HISTORICO
    SET HouveMudanca TO TRUE
    DISPLAY "Taxa de " CambioMoeda IN WsCambioEdicao " em "
        CambioData IN WsCambioEdicao " alterada.".

*> A exclusão compacta a tabela para não deixar buraco.
6000-EXCLUIR.
    PERFORM 4100-OBTER-MOEDA
    IF WsMoedaProcurada NOT = SPACES
        PERFORM 4200-OBTER-DATA
        PERFORM 1200-LOCALIZAR-TAXA
        EVALUATE TRUE
            WHEN NOT TaxaAchada
                DISPLAY "Taxa não cadastrada para a moeda e a data."
            WHEN ConsultaPeriodoFechado
                DISPLAY "Período contábil " WsDataProcurada(1:6)
                    " fechado; a taxa não pode ser excluída."
            WHEN OTHER
                PERFORM 6100-REMOVER-TAXA
        END-EVALUATE
    END-IF.

6100-REMOVER-TAXA.
    MOVE WsTaxaLinha(WsTaxaIndice) TO WsImagemAnterior
    MOVE WsTaxaLinha(WsTaxaIndice) TO WsCambioEdicao
    PERFORM VARYING WsTaxaSub FROM WsTaxaIndice BY 1
            UNTIL WsTaxaSub >= WsTaxaQtde
        MOVE WsTaxaLinha(WsTaxaSub + 1) TO WsTaxaLinha(WsTaxaSub)
    END-PERFORM
    SUBTRACT 1 FROM WsTaxaQtde
    MOVE SPACES TO WsImagemPosterior
    MOVE "E" TO WsOpcao
    PERFORM 8000-GRAVAR-HISTORICO
    SET HouveMudanca TO TRUE
    DISPLAY "Taxa de " CambioMoeda IN WsCambioEdicao " em "
        CambioData IN WsCambioEdicao " excluída.".

7000-GRAVAR-CAMBIO.
    IF NOT HouveMudanca
        DISPLAY "Nenhuma mudança a gravar."
    ELSE
        OPEN OUTPUT ArquivoCambioTemp
        IF WsStatusCambioTemp NOT = "00"
            DISPLAY "Erro ao abrir arquivo temporário. Status: "
                WsStatusCambioTemp
        ELSE
            PERFORM VARYING WsTaxaSub FROM 1 BY 1
                    UNTIL WsTaxaSub > WsTaxaQtde
                MOVE WsTaxaLinha(WsTaxaSub) TO RegistroCambioTemp
                WRITE RegistroCambioTemp
            END-PERFORM
            CLOSE ArquivoCambioTemp
            CALL "CBL_RENAME_FILE" USING WsCaminhoCambioTemp
                WsCaminhoCambio RETURNING WsRcRenomear
            DISPLAY "Tabela gravada com " WsTaxaQtde " taxa(s)."
        END-IF
    END-IF.

7500-ABANDONAR.
    IF HouveMudanca
        DISPLAY "Atenção: mudanças não gravadas serão perdidas. "
            "Confirma a saída? (S/N): " WITH NO ADVANCING
        ACCEPT WsEntradaTexto
        IF FUNCTION UPPER-CASE(WsEntradaTexto(1:1)) = "S"
            SET Encerrar TO TRUE
        END-IF
    ELSE
        SET Encerrar TO TRUE
    END-IF.

*> O histórico é gravado na hora da mudança confirmada, não na
*> gravação final: mesmo uma sessão abandonada deixa registrado o que
*> chegou a ser mexido.
8000-GRAVAR-HISTORICO.
    OPEN EXTEND ArquivoHistorico
    IF WsStatusHistorico = "35"
        OPEN OUTPUT ArquivoHistorico
    END-IF
    IF WsStatusHistorico NOT = "00"
        DISPLAY "Aviso: não foi possível gravar o histórico. Status: "
            WsStatusHistorico
    ELSE
        ACCEPT WsDataAtual FROM DATE YYYYMMDD
        ACCEPT WsHoraAtual FROM TIME
        MOVE WsDataAtual       TO HistData
        MOVE WsHoraAtual       TO HistHora
        MOVE WsOperador        TO HistOperador
        MOVE WsOpcao           TO HistAcao
        MOVE WsImagemAnterior  TO HistImagemAnterior
        MOVE WsImagemPosterior TO HistImagemPosterior
        WRITE RegistroHistorico
        CLOSE ArquivoHistorico
    END-IF.
