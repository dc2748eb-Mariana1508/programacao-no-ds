IDENTIFICATION DIVISION.
PROGRAM-ID. ManutencaoOrigens.

*> Manutenção do cadastro de sistemas de origem
*> data/somanumeros_origens.dat (ver OrigemRec): código, descrição,
*> situação, dias de envio, horário de corte, limites por lote e
*> contato de cada área que alimenta SomaNumerosLote. Lote de origem
*> fora do cadastro ou inativa é recusado, e MonitorOrigens usa os
*> dias de envio e o corte para apontar arquivo que não chegou.
*>
*> O operador é identificado contra o cadastro de operadores e precisa
*> do papel SRCMAINT. Origem não é excluída: desativada, fica inativa,
*> para os relatórios antigos continuarem apontando um cadastro
*> existente. Cada inclusão ou alteração confirmada é registrada em
*> data/somanumeros_origens_hist.dat com a imagem anterior e a
*> posterior, a data/hora e quem fez.
*>
*> As mudanças ficam em memória até a opção de gravar, que reescreve o
*> arquivo num temporário e troca o nome pelo definitivo, como os
*> demais programas da família fazem para reescrever arquivos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArquivoOrigens ASSIGN TO "data/somanumeros_origens.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusOrigens.

    SELECT ArquivoOrigensTemp
        ASSIGN TO "data/somanumeros_origens.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusOrigensTemp.

    SELECT ArquivoHistorico
        ASSIGN TO "data/somanumeros_origens_hist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusHistorico.

    SELECT ArquivoOperadores ASSIGN TO "data/somanumeros_operadores.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusOperadores.

    SELECT ArquivoSeguranca ASSIGN TO "data/somanumeros_seguranca.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusSeguranca.

DATA DIVISION.
FILE SECTION.
FD  ArquivoOrigens
    RECORDING MODE IS F.
COPY OrigemRec.

FD  ArquivoOrigensTemp
    RECORDING MODE IS F.
COPY OrigemRec REPLACING ==RegistroOrigem== BY ==RegistroOrigemTemp==.

*> Histórico de alterações do cadastro: uma linha por mudança
*> confirmada, com a imagem anterior e a posterior no layout de
*> OrigemRec (135 posições); inclusão deixa a imagem anterior em
*> branco.
FD  ArquivoHistorico
    RECORDING MODE IS F.
01  RegistroHistorico.
    05  HistData                PIC 9(8).
    05  HistHora                PIC 9(8).
    05  HistOperador            PIC X(8).
    05  HistAcao                PIC X(1).
        88  HistInclusao                       VALUE "I".
        88  HistAlteracao                      VALUE "A".
    05  HistImagemAnterior      PIC X(135).
    05  HistImagemPosterior     PIC X(135).

FD  ArquivoOperadores
    RECORDING MODE IS F.
COPY OperadorRec.

FD  ArquivoSeguranca
    RECORDING MODE IS F.
COPY SegurancaRec.

WORKING-STORAGE SECTION.
01  WsStatusOrigens             PIC X(2).
01  WsStatusOrigensTemp         PIC X(2).
01  WsStatusHistorico           PIC X(2).
01  WsStatusOperadores          PIC X(2).
01  WsStatusSeguranca           PIC X(2).

*> Operador identificado na entrada, no layout do cadastro.
COPY OperadorRec REPLACING ==RegistroOperador== BY ==WsOperadorAtual==.

01  WsFimOperadores             PIC X(1)    VALUE "N".
    88  FimOperadores                      VALUE "S".
01  WsOperadorAchado            PIC X(1)    VALUE "N".
    88  OperadorAchado                     VALUE "S".
01  WsProgramaSeguranca         PIC X(20)   VALUE "ManutencaoOrigens".
01  WsEventoSeguranca           PIC X(2).
01  WsDetalheSeguranca          PIC X(60).

01  WsFimOrigens                PIC X(1)    VALUE "N".
    88  FimOrigens                         VALUE "S".

01  WsEncerrar                  PIC X(1)    VALUE "N".
    88  Encerrar                           VALUE "S".

01  WsHouveMudanca              PIC X(1)    VALUE "N".
    88  HouveMudanca                       VALUE "S".

*> Cadastro em memória, uma linha por origem no layout do arquivo.
01  WsOrigens.
    05  WsOrigemQtde            PIC 9(3)    VALUE ZERO.
    05  WsOrigemEntrada OCCURS 100 TIMES.
        10  WsOrigemLinha       PIC X(135).

01  WsOrigemSub                 PIC 9(3) COMP.
01  WsOrigemIndice              PIC 9(3) COMP VALUE ZERO.

01  WsOrigemAchada              PIC X(1)    VALUE "N".
    88  OrigemAchada                       VALUE "S".

*> Área de trabalho da origem em inclusão ou alteração.
COPY OrigemRec REPLACING ==RegistroOrigem== BY ==WsOrigemEdicao==.

01  WsOperador                  PIC X(8).
01  WsCodigoProcurado           PIC X(8).
01  WsOpcao                     PIC X(1).
01  WsEntradaTexto              PIC X(40).
01  WsEntradaValor              PIC X(17).
01  WsPosicaoErro               PIC 9(2).
01  WsValorNumerico             PIC S9(13)V99.
01  WsImagemAnterior            PIC X(135).

01  WsDiaSub                    PIC 9(1).
01  WsDiasValidos               PIC X(1).
    88  DiasValidos                        VALUE "S".

01  WsHoraDec.
    05  WsHoraHH                PIC 9(2).
    05  WsHoraMM                PIC 9(2).

01  WsCorteEdt                  PIC 99B99.
01  WsMaxDetalhesEdt            PIC Z(6)9.
01  WsMaxValorEdt               PIC Z(10)9.99.

01  WsDataAtual                 PIC 9(8).
01  WsHoraAtual                 PIC 9(8).

01  WsCaminhoOrigens            PIC X(40)
        VALUE "data/somanumeros_origens.dat".
01  WsCaminhoOrigensTemp        PIC X(40)
        VALUE "data/somanumeros_origens.dat.tmp".
01  WsRcRenomear                PIC S9(9) COMP.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 0300-IDENTIFICAR-OPERADOR
    PERFORM 1000-CARREGAR-ORIGENS
    PERFORM UNTIL Encerrar
        PERFORM 2000-OBTER-OPCAO
        EVALUATE WsOpcao
            WHEN "L"
                PERFORM 3000-LISTAR
            WHEN "I"
                PERFORM 4000-INCLUIR
            WHEN "A"
                PERFORM 5000-ALTERAR
            WHEN "G"
                PERFORM 7000-GRAVAR-ORIGENS
                SET Encerrar TO TRUE
            WHEN "X"
                PERFORM 7500-ABANDONAR
        END-EVALUATE
    END-PERFORM
    DISPLAY "Encerrando ManutencaoOrigens."
    STOP RUN.

*> Identificação contra o cadastro de operadores (OperadorRec): só
*> entra operador cadastrado, ativo e com o papel SRCMAINT. A entrada e
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
        WHEN NOT OperadorPodeManterOrigens IN WsOperadorAtual
            MOVE "PP" TO WsEventoSeguranca
            MOVE "papel exigido: SRCMAINT" TO WsDetalheSeguranca
        WHEN OTHER
            MOVE "EN" TO WsEventoSeguranca
            MOVE "papel SRCMAINT" TO WsDetalheSeguranca
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

1000-CARREGAR-ORIGENS.
    OPEN INPUT ArquivoOrigens
    IF WsStatusOrigens = "00"
        PERFORM UNTIL FimOrigens
            READ ArquivoOrigens
                AT END
                    SET FimOrigens TO TRUE
                NOT AT END
                    PERFORM 1100-GUARDAR-ORIGEM
            END-READ
        END-PERFORM
        CLOSE ArquivoOrigens
    END-IF.

1100-GUARDAR-ORIGEM.
    IF WsOrigemQtde >= 100
        DISPLAY "Cadastro com mais de 100 origens; "
            "linha excedente ignorada."
    ELSE
        ADD 1 TO WsOrigemQtde
        MOVE RegistroOrigem TO WsOrigemLinha(WsOrigemQtde)
    END-IF.

1200-LOCALIZAR-ORIGEM.
    MOVE "N" TO WsOrigemAchada
    MOVE ZERO TO WsOrigemIndice
    PERFORM VARYING WsOrigemSub FROM 1 BY 1
            UNTIL WsOrigemSub > WsOrigemQtde OR OrigemAchada
        IF WsOrigemLinha(WsOrigemSub)(1:8) = WsCodigoProcurado
            SET OrigemAchada TO TRUE
            MOVE WsOrigemSub TO WsOrigemIndice
        END-IF
    END-PERFORM.

2000-OBTER-OPCAO.
    DISPLAY "Opção (L=listar I=incluir A=alterar "
        "G=gravar e sair X=sair sem gravar): " WITH NO ADVANCING.
    ACCEPT WsOpcao.
    MOVE FUNCTION UPPER-CASE(WsOpcao) TO WsOpcao
    IF WsOpcao NOT = "L" AND WsOpcao NOT = "I" AND WsOpcao NOT = "A"
            AND WsOpcao NOT = "G" AND WsOpcao NOT = "X"
        DISPLAY "Resposta inválida. Digite L, I, A, G ou X."
        PERFORM 2000-OBTER-OPCAO
    END-IF.

3000-LISTAR.
    IF WsOrigemQtde = ZERO
        DISPLAY "Cadastro vazio."
    ELSE
        PERFORM VARYING WsOrigemSub FROM 1 BY 1
                UNTIL WsOrigemSub > WsOrigemQtde
            MOVE WsOrigemLinha(WsOrigemSub) TO WsOrigemEdicao
            PERFORM 3100-EXIBIR-ORIGEM
        END-PERFORM
    END-IF.

3100-EXIBIR-ORIGEM.
    MOVE OrigemHoraCorte IN WsOrigemEdicao    TO WsCorteEdt
    INSPECT WsCorteEdt REPLACING ALL " " BY ":"
    MOVE OrigemMaxDetalhes IN WsOrigemEdicao  TO WsMaxDetalhesEdt
    MOVE OrigemMaxValor IN WsOrigemEdicao     TO WsMaxValorEdt
    DISPLAY OrigemCodigo IN WsOrigemEdicao " "
        OrigemDescricao IN WsOrigemEdicao
        " situação " OrigemSituacao IN WsOrigemEdicao
        " dias " OrigemDiasEnvio IN WsOrigemEdicao
        " corte " WsCorteEdt
    DISPLAY "         máx. detalhes " WsMaxDetalhesEdt
        " máx. valor " WsMaxValorEdt
        " contato " OrigemContato IN WsOrigemEdicao
        " duplicidade " OrigemConfereDuplicidade IN WsOrigemEdicao.

4000-INCLUIR.
    IF WsOrigemQtde >= 100
        DISPLAY "Cadastro cheio (100 origens)."
    ELSE
        PERFORM 4100-OBTER-CODIGO-NOVO
        IF WsCodigoProcurado NOT = SPACES
            MOVE SPACES TO WsOrigemEdicao
            MOVE WsCodigoProcurado TO OrigemCodigo IN WsOrigemEdicao
            MOVE "A" TO OrigemSituacao IN WsOrigemEdicao
            MOVE "NSSSSSN" TO OrigemDiasEnvio IN WsOrigemEdicao
            MOVE ZERO TO OrigemHoraCorte IN WsOrigemEdicao
            MOVE ZERO TO OrigemMaxDetalhes IN WsOrigemEdicao
            MOVE ZERO TO OrigemMaxValor IN WsOrigemEdicao
            MOVE "S" TO OrigemConfereDuplicidade IN WsOrigemEdicao
            PERFORM 4200-OBTER-DESCRICAO
            PERFORM 4400-OBTER-DIAS
            PERFORM 4500-OBTER-CORTE
            PERFORM 4600-OBTER-MAX-DETALHES
            PERFORM 4650-OBTER-MAX-VALOR
            PERFORM 4700-OBTER-CONTATO
            PERFORM 4750-OBTER-DUPLICIDADE
            PERFORM 4800-CONFIRMAR-INCLUSAO
        END-IF
    END-IF.

*> O código é gravado como o cabeçalho do lote o traz: em maiúsculas,
*> como os sistemas de origem já mandam (FATURAS, CORRECAO, ...).
4100-OBTER-CODIGO-NOVO.
    DISPLAY "Código da nova origem (até 8 caracteres, vazio"
        " = cancelar): " WITH NO ADVANCING.
    ACCEPT WsCodigoProcurado.
    MOVE FUNCTION UPPER-CASE(WsCodigoProcurado) TO WsCodigoProcurado
    IF WsCodigoProcurado NOT = SPACES
        PERFORM 1200-LOCALIZAR-ORIGEM
        IF OrigemAchada
            DISPLAY "Origem já cadastrada; use a alteração."
            PERFORM 4100-OBTER-CODIGO-NOVO
        END-IF
    END-IF.

4200-OBTER-DESCRICAO.
    DISPLAY "Descrição (até 30 caracteres): " WITH NO ADVANCING.
    ACCEPT WsEntradaTexto.
    IF WsEntradaTexto = SPACES
        IF OrigemDescricao IN WsOrigemEdicao = SPACES
            DISPLAY "A descrição é obrigatória."
            PERFORM 4200-OBTER-DESCRICAO
        END-IF
    ELSE
        MOVE WsEntradaTexto TO OrigemDescricao IN WsOrigemEdicao
    END-IF.

4300-OBTER-SITUACAO.
    DISPLAY "Situação (A=ativa I=inativa, vazio = manter "
        OrigemSituacao IN WsOrigemEdicao "): " WITH NO ADVANCING.
    ACCEPT WsEntradaTexto.
    IF WsEntradaTexto NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WsEntradaTexto(1:1))
            TO WsEntradaTexto(1:1)
        IF WsEntradaTexto(1:1) NOT = "A"
                AND WsEntradaTexto(1:1) NOT = "I"
            DISPLAY "Resposta inválida. Digite A ou I."
            PERFORM 4300-OBTER-SITUACAO
        ELSE
            MOVE WsEntradaTexto(1:1)
                TO OrigemSituacao IN WsOrigemEdicao
        END-IF
    END-IF.

*> Sete marcas na ordem domingo..sábado, como a regra semanal do
*> calendário: "S" envia, "N" não envia.
4400-OBTER-DIAS.
    DISPLAY "Dias de envio, domingo a sábado (ex.: NSSSSSN, vazio = "
        "manter " OrigemDiasEnvio IN WsOrigemEdicao "): "
        WITH NO ADVANCING.
    ACCEPT WsEntradaTexto.
    IF WsEntradaTexto NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WsEntradaTexto) TO WsEntradaTexto
        MOVE "S" TO WsDiasValidos
        PERFORM VARYING WsDiaSub FROM 1 BY 1 UNTIL WsDiaSub > 7
            IF WsEntradaTexto(WsDiaSub:1) NOT = "S"
                    AND WsEntradaTexto(WsDiaSub:1) NOT = "N"
                MOVE "N" TO WsDiasValidos
            END-IF
        END-PERFORM
        IF NOT DiasValidos OR WsEntradaTexto(8:33) NOT = SPACES
            DISPLAY "Resposta inválida. Digite sete marcas S ou N."
            PERFORM 4400-OBTER-DIAS
        ELSE
            MOVE WsEntradaTexto(1:7)
                TO OrigemDiasEnvio IN WsOrigemEdicao
        END-IF
    END-IF.

4500-OBTER-CORTE.
    MOVE OrigemHoraCorte IN WsOrigemEdicao TO WsCorteEdt
    INSPECT WsCorteEdt REPLACING ALL " " BY ":"
    DISPLAY "Horário de corte HHMM (0000 = fim do dia, vazio = manter "
        WsCorteEdt "): " WITH NO ADVANCING.
    ACCEPT WsEntradaTexto.
    IF WsEntradaTexto NOT = SPACES
        IF WsEntradaTexto(1:4) NOT NUMERIC
                OR WsEntradaTexto(5:36) NOT = SPACES
            DISPLAY "Horário inválido. Use HHMM."
            PERFORM 4500-OBTER-CORTE
        ELSE
            MOVE WsEntradaTexto(1:4) TO WsHoraDec
            IF WsHoraHH > 23 OR WsHoraMM > 59
                DISPLAY "Horário inválido. Use HHMM."
                PERFORM 4500-OBTER-CORTE
            ELSE
                MOVE WsHoraDec TO OrigemHoraCorte IN WsOrigemEdicao
            END-IF
        END-IF
    END-IF.

4600-OBTER-MAX-DETALHES.
    MOVE OrigemMaxDetalhes IN WsOrigemEdicao TO WsMaxDetalhesEdt
    DISPLAY "Máximo de detalhes por lote (0 = sem limite, vazio = "
        "manter " WsMaxDetalhesEdt "): " WITH NO ADVANCING.
    ACCEPT WsEntradaValor.
    IF WsEntradaValor NOT = SPACES
        COMPUTE WsPosicaoErro = FUNCTION TEST-NUMVAL(WsEntradaValor)
        IF WsPosicaoErro NOT = 0
            DISPLAY "Quantidade inválida."
            PERFORM 4600-OBTER-MAX-DETALHES
        ELSE
            COMPUTE WsValorNumerico = FUNCTION NUMVAL(WsEntradaValor)
            IF WsValorNumerico < ZERO OR WsValorNumerico > 9999999
                    OR WsValorNumerico
                        NOT = FUNCTION INTEGER-PART(WsValorNumerico)
                DISPLAY "Quantidade fora da faixa (0 a 9999999)."
                PERFORM 4600-OBTER-MAX-DETALHES
            ELSE
                MOVE WsValorNumerico
                    TO OrigemMaxDetalhes IN WsOrigemEdicao
            END-IF
        END-IF
    END-IF.

4650-OBTER-MAX-VALOR.
    MOVE OrigemMaxValor IN WsOrigemEdicao TO WsMaxValorEdt
    DISPLAY "Valor bruto máximo por lote (0 = sem limite, vazio = "
        "manter " WsMaxValorEdt "): " WITH NO ADVANCING.
    ACCEPT WsEntradaValor.
    IF WsEntradaValor NOT = SPACES
        COMPUTE WsPosicaoErro = FUNCTION TEST-NUMVAL(WsEntradaValor)
        IF WsPosicaoErro NOT = 0
            DISPLAY "Valor inválido. Digite um número com ponto"
                " decimal opcional."
            PERFORM 4650-OBTER-MAX-VALOR
        ELSE
            COMPUTE WsValorNumerico = FUNCTION NUMVAL(WsEntradaValor)
            IF WsValorNumerico < ZERO
                    OR WsValorNumerico > 99999999999.99
                DISPLAY "Valor fora da faixa (0 a 99999999999.99)."
                PERFORM 4650-OBTER-MAX-VALOR
            ELSE
                MOVE WsValorNumerico TO OrigemMaxValor IN WsOrigemEdicao
            END-IF
        END-IF
    END-IF.

4700-OBTER-CONTATO.
    DISPLAY "Contato (até 40 caracteres, vazio = manter): "
        WITH NO ADVANCING.
    ACCEPT WsEntradaTexto.
    IF WsEntradaTexto = SPACES
        IF OrigemContato IN WsOrigemEdicao = SPACES
            DISPLAY "O contato é obrigatório."
            PERFORM 4700-OBTER-CONTATO
        END-IF
    ELSE
        MOVE WsEntradaTexto TO OrigemContato IN WsOrigemEdicao
    END-IF.

*> Origens que mandam os mesmos valores todo dia por natureza (ex.:
*> RECORREN) são dispensadas da conferência de duplicidade do lote.
4750-OBTER-DUPLICIDADE.
    IF OrigemConfereDuplicidade IN WsOrigemEdicao = SPACES
        MOVE "S" TO OrigemConfereDuplicidade IN WsOrigemEdicao
    END-IF
    DISPLAY "Conferir duplicidade de conteúdo (S/N, vazio = manter "
        OrigemConfereDuplicidade IN WsOrigemEdicao "): "
        WITH NO ADVANCING.
    ACCEPT WsEntradaTexto.
    IF WsEntradaTexto NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WsEntradaTexto(1:1))
            TO WsEntradaTexto(1:1)
        IF WsEntradaTexto(1:1) NOT = "S"
                AND WsEntradaTexto(1:1) NOT = "N"
            DISPLAY "Resposta inválida. Digite S ou N."
            PERFORM 4750-OBTER-DUPLICIDADE
        ELSE
            MOVE WsEntradaTexto(1:1)
                TO OrigemConfereDuplicidade IN WsOrigemEdicao
        END-IF
    END-IF.

4800-CONFIRMAR-INCLUSAO.
    PERFORM 4900-CARIMBAR-ALTERACAO
    ADD 1 TO WsOrigemQtde
    MOVE WsOrigemEdicao TO WsOrigemLinha(WsOrigemQtde)
    MOVE SPACES TO WsImagemAnterior
    MOVE "I" TO WsOpcao
    PERFORM 8000-GRAVAR-HISTORICO
    SET HouveMudanca TO TRUE
    DISPLAY "Origem " OrigemCodigo IN WsOrigemEdicao " incluída.".

4900-CARIMBAR-ALTERACAO.
    ACCEPT WsDataAtual FROM DATE YYYYMMDD
    ACCEPT WsHoraAtual FROM TIME
    MOVE WsOperador  TO OrigemAlteradoPor IN WsOrigemEdicao
    MOVE WsDataAtual TO OrigemDataAlteracao IN WsOrigemEdicao
    MOVE WsHoraAtual TO OrigemHoraAlteracao IN WsOrigemEdicao.

5000-ALTERAR.
    DISPLAY "Código da origem a alterar (vazio = cancelar): "
        WITH NO ADVANCING.
    ACCEPT WsCodigoProcurado.
    MOVE FUNCTION UPPER-CASE(WsCodigoProcurado) TO WsCodigoProcurado
    IF WsCodigoProcurado NOT = SPACES
        PERFORM 1200-LOCALIZAR-ORIGEM
        IF NOT OrigemAchada
            DISPLAY "Origem não cadastrada."
        ELSE
            PERFORM 5100-EDITAR-ORIGEM
        END-IF
    END-IF.

5100-EDITAR-ORIGEM.
    MOVE WsOrigemLinha(WsOrigemIndice) TO WsImagemAnterior
    MOVE WsOrigemLinha(WsOrigemIndice) TO WsOrigemEdicao
    PERFORM 3100-EXIBIR-ORIGEM
    PERFORM 4200-OBTER-DESCRICAO
    PERFORM 4300-OBTER-SITUACAO
    PERFORM 4400-OBTER-DIAS
    PERFORM 4500-OBTER-CORTE
    PERFORM 4600-OBTER-MAX-DETALHES
    PERFORM 4650-OBTER-MAX-VALOR
    PERFORM 4700-OBTER-CONTATO
    PERFORM 4750-OBTER-DUPLICIDADE
    PERFORM 4900-CARIMBAR-ALTERACAO
    MOVE WsOrigemEdicao TO WsOrigemLinha(WsOrigemIndice)
    MOVE "A" TO WsOpcao
    PERFORM 8000-GRAVAR-HISTORICO
    SET HouveMudanca TO TRUE
    DISPLAY "Origem " OrigemCodigo IN WsOrigemEdicao " alterada.".

7000-GRAVAR-ORIGENS.
    IF NOT HouveMudanca
        DISPLAY "Nenhuma mudança a gravar."
    ELSE
        OPEN OUTPUT ArquivoOrigensTemp
        IF WsStatusOrigensTemp NOT = "00"
            DISPLAY "Erro ao abrir arquivo temporário. Status: "
                WsStatusOrigensTemp
        ELSE
            PERFORM VARYING WsOrigemSub FROM 1 BY 1
                    UNTIL WsOrigemSub > WsOrigemQtde
                MOVE WsOrigemLinha(WsOrigemSub) TO RegistroOrigemTemp
                WRITE RegistroOrigemTemp
            END-PERFORM
            CLOSE ArquivoOrigensTemp
            CALL "CBL_RENAME_FILE" USING WsCaminhoOrigensTemp
                WsCaminhoOrigens RETURNING WsRcRenomear
            DISPLAY "Cadastro gravado com " WsOrigemQtde " origem(ns)."
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
        MOVE WsDataAtual      TO HistData
        MOVE WsHoraAtual      TO HistHora
        MOVE WsOperador       TO HistOperador
        MOVE WsOpcao          TO HistAcao
        MOVE WsImagemAnterior TO HistImagemAnterior
        MOVE WsOrigemEdicao   TO HistImagemPosterior
        WRITE RegistroHistorico
        CLOSE ArquivoHistorico
    END-IF.
