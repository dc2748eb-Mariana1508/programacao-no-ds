IDENTIFICATION DIVISION.
PROGRAM-ID. ManutencaoPeriodos.

*> Manutenção da situação dos períodos contábeis
*> data/somanumeros_periodos.dat (ver PeriodoRec): a controladoria
*> abre, coloca em fechamento e fecha cada mês, e a partir do
*> fechamento nada mais posta com data de movimento no mês — antes
*> disso, qualquer um podia reprocessar um arquivo de correção antigo
*> e mudar em silêncio números já reportados aos auditores.
*>
*> Cada mudança confirmada é registrada em
*> data/somanumeros_periodos_hist.dat com a situação anterior e a
*> nova, a data/hora e o operador, e a própria linha do período guarda
*> quem fez a última mudança e quando. Reabrir um mês fechado exige
*> confirmação e fica no histórico como qualquer outra mudança. O
*> operador é identificado contra o cadastro de operadores e precisa do
*> papel PERMAINT.
*>
*> As mudanças ficam em memória até a opção de gravar, que reescreve o
*> arquivo num temporário e troca o nome pelo definitivo, como os
*> demais programas da família fazem para reescrever arquivos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArquivoPeriodos ASSIGN TO "data/somanumeros_periodos.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusPeriodos.

    SELECT ArquivoPeriodosTemp
        ASSIGN TO "data/somanumeros_periodos.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusPeriodosTemp.

    SELECT ArquivoHistorico
        ASSIGN TO "data/somanumeros_periodos_hist.dat"
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
FD  ArquivoPeriodos
    RECORDING MODE IS F.
COPY PeriodoRec.

FD  ArquivoPeriodosTemp
    RECORDING MODE IS F.
COPY PeriodoRec REPLACING ==RegistroPeriodo== BY ==RegistroPeriodoTemp==.

*> Histórico das mudanças de situação: uma linha por mudança
*> confirmada, com o mês, a situação anterior e a nova.
FD  ArquivoHistorico
    RECORDING MODE IS F.
01  RegistroHistorico.
    05  HistData                PIC 9(8).
    05  HistHora                PIC 9(8).
    05  HistOperador            PIC X(8).
    05  HistAnoMes              PIC 9(6).
    05  HistSituacaoAnterior    PIC X(1).
    05  HistSituacaoPosterior   PIC X(1).

FD  ArquivoOperadores
    RECORDING MODE IS F.
COPY OperadorRec.

FD  ArquivoSeguranca
    RECORDING MODE IS F.
COPY SegurancaRec.

WORKING-STORAGE SECTION.
01  WsStatusPeriodos            PIC X(2).
01  WsStatusPeriodosTemp        PIC X(2).
01  WsStatusHistorico           PIC X(2).
01  WsStatusOperadores          PIC X(2).
01  WsStatusSeguranca           PIC X(2).

*> Operador identificado na entrada, no layout do cadastro.
COPY OperadorRec REPLACING ==RegistroOperador== BY ==WsOperadorAtual==.

01  WsFimOperadores             PIC X(1)    VALUE "N".
    88  FimOperadores                      VALUE "S".
01  WsOperadorAchado            PIC X(1)    VALUE "N".
    88  OperadorAchado                     VALUE "S".
01  WsProgramaSeguranca         PIC X(20)   VALUE "ManutencaoPeriodos".
01  WsEventoSeguranca           PIC X(2).
01  WsDetalheSeguranca          PIC X(60).

01  WsFimPeriodos               PIC X(1)    VALUE "N".
    88  FimPeriodos                        VALUE "S".

01  WsEncerrar                  PIC X(1)    VALUE "N".
    88  Encerrar                           VALUE "S".

01  WsHouveMudanca              PIC X(1)    VALUE "N".
    88  HouveMudanca                       VALUE "S".

*> Tabela dos períodos em memória, mantida em ordem de mês para a
*> listagem sair cronológica.
01  WsPeriodos.
    05  WsPeriodoQtde           PIC 9(3)    VALUE ZERO.
    05  WsPeriodoEntrada OCCURS 240 TIMES.
        10  WsPerAnoMes         PIC 9(6).
        10  WsPerSituacao       PIC X(1).
        10  WsPerOperador       PIC X(8).
        10  WsPerData           PIC 9(8).
        10  WsPerHora           PIC 9(8).

01  WsPeriodoSub                PIC 9(3) COMP.
01  WsPeriodoIndice             PIC 9(3) COMP.

01  WsPeriodoEncontrado         PIC X(1)    VALUE "N".
    88  PeriodoEncontrado                  VALUE "S".

01  WsOperador                  PIC X(8).
01  WsOpcao                     PIC X(1).
01  WsEntradaTexto              PIC X(8).

01  WsAnoMes                    PIC 9(6).
01  WsAnoMesDec REDEFINES WsAnoMes.
    05  WsAnoMesAno             PIC 9(4).
    05  WsAnoMesMes             PIC 9(2).

01  WsSituacaoAnterior          PIC X(1).
01  WsSituacaoNova              PIC X(1).
    88  NovaAberto                         VALUE "A".
    88  NovaEmFechamento                   VALUE "E".
    88  NovaFechado                        VALUE "F".
01  WsSituacaoTexto             PIC X(14).

01  WsConfirmado                PIC X(1)    VALUE "N".
    88  Confirmado                         VALUE "S".

01  WsDataAtual                 PIC 9(8).
01  WsDataAtualDec REDEFINES WsDataAtual.
    05  WsAnoMesAtual           PIC 9(6).
    05  FILLER                  PIC 9(2).
01  WsHoraAtual                 PIC 9(8).

01  WsCaminhoPeriodos           PIC X(40)
        VALUE "data/somanumeros_periodos.dat".
01  WsCaminhoPeriodosTemp       PIC X(40)
        VALUE "data/somanumeros_periodos.dat.tmp".
01  WsRcRenomear                PIC S9(9) COMP.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 0300-IDENTIFICAR-OPERADOR
    PERFORM 1000-CARREGAR-PERIODOS
    PERFORM UNTIL Encerrar
        PERFORM 2000-OBTER-OPCAO
        EVALUATE WsOpcao
            WHEN "L"
                PERFORM 3000-LISTAR
            WHEN "A"
            WHEN "E"
            WHEN "F"
                MOVE WsOpcao TO WsSituacaoNova
                PERFORM 4000-MUDAR-SITUACAO
            WHEN "G"
                PERFORM 7000-GRAVAR-PERIODOS
                SET Encerrar TO TRUE
            WHEN "X"
                PERFORM 7500-ABANDONAR
        END-EVALUATE
    END-PERFORM
    DISPLAY "Encerrando ManutencaoPeriodos."
    STOP RUN.

*> Identificação contra o cadastro de operadores (OperadorRec): só
*> entra operador cadastrado, ativo e com o papel PERMAINT. A entrada e
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
        WHEN NOT OperadorPodeManterPeriodos IN WsOperadorAtual
            MOVE "PP" TO WsEventoSeguranca
            MOVE "papel exigido: PERMAINT" TO WsDetalheSeguranca
        WHEN OTHER
            MOVE "EN" TO WsEventoSeguranca
            MOVE "papel PERMAINT" TO WsDetalheSeguranca
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

1000-CARREGAR-PERIODOS.
    OPEN INPUT ArquivoPeriodos
    IF WsStatusPeriodos NOT = "00"
        DISPLAY "Situação dos períodos ainda não existe; todos os"
            " meses estão abertos. Status: " WsStatusPeriodos
    ELSE
        PERFORM UNTIL FimPeriodos
            READ ArquivoPeriodos
                AT END
                    SET FimPeriodos TO TRUE
                NOT AT END
                    PERFORM 1100-GUARDAR-PERIODO
            END-READ
        END-PERFORM
        CLOSE ArquivoPeriodos
    END-IF
    DISPLAY "Períodos carregados: " WsPeriodoQtde.

1100-GUARDAR-PERIODO.
    IF WsPeriodoQtde >= 240
        DISPLAY "Mais de 240 períodos; linha excedente ignorada."
    ELSE
        ADD 1 TO WsPeriodoQtde
        MOVE PeriodoAnoMes IN RegistroPeriodo
            TO WsPerAnoMes(WsPeriodoQtde)
        MOVE PeriodoSituacao IN RegistroPeriodo
            TO WsPerSituacao(WsPeriodoQtde)
        MOVE PeriodoOperador IN RegistroPeriodo
            TO WsPerOperador(WsPeriodoQtde)
        MOVE PeriodoDataAlteracao IN RegistroPeriodo
            TO WsPerData(WsPeriodoQtde)
        MOVE PeriodoHoraAlteracao IN RegistroPeriodo
            TO WsPerHora(WsPeriodoQtde)
    END-IF.

2000-OBTER-OPCAO.
    DISPLAY "Opção (L=listar A=abrir E=em fechamento F=fechar "
        "G=gravar e sair X=sair sem gravar): " WITH NO ADVANCING.
    ACCEPT WsOpcao.
    MOVE FUNCTION UPPER-CASE(WsOpcao) TO WsOpcao
    IF WsOpcao NOT = "L" AND WsOpcao NOT = "A" AND WsOpcao NOT = "E"
            AND WsOpcao NOT = "F" AND WsOpcao NOT = "G"
            AND WsOpcao NOT = "X"
        DISPLAY "Resposta inválida. Digite L, A, E, F, G ou X."
        PERFORM 2000-OBTER-OPCAO
    END-IF.

3000-LISTAR.
    IF WsPeriodoQtde = ZERO
        DISPLAY "Nenhum período cadastrado; todos os meses abertos."
    ELSE
        PERFORM VARYING WsPeriodoSub FROM 1 BY 1
                UNTIL WsPeriodoSub > WsPeriodoQtde
            MOVE WsPerSituacao(WsPeriodoSub) TO WsSituacaoAnterior
            PERFORM 8500-TEXTO-SITUACAO
            DISPLAY "  " WsPerAnoMes(WsPeriodoSub) " : "
                WsSituacaoTexto "  por " WsPerOperador(WsPeriodoSub)
                " em " WsPerData(WsPeriodoSub) " "
                WsPerHora(WsPeriodoSub)
        END-PERFORM
    END-IF.

4000-MUDAR-SITUACAO.
    PERFORM 4100-OBTER-PERIODO
    PERFORM 4200-LOCALIZAR-PERIODO
    IF PeriodoEncontrado
        MOVE WsPerSituacao(WsPeriodoIndice) TO WsSituacaoAnterior
    ELSE
        MOVE "A" TO WsSituacaoAnterior
    END-IF
    IF WsSituacaoAnterior = WsSituacaoNova
        MOVE WsSituacaoNova TO WsSituacaoAnterior
        PERFORM 8500-TEXTO-SITUACAO
        DISPLAY "O período " WsAnoMes " já está " WsSituacaoTexto "."
    ELSE
        PERFORM 4300-CONFIRMAR-MUDANCA
        IF Confirmado
            PERFORM 4400-APLICAR-MUDANCA
        ELSE
            DISPLAY "Mudança abandonada."
        END-IF
    END-IF.

4100-OBTER-PERIODO.
    DISPLAY "Período (AAAAMM): " WITH NO ADVANCING.
    ACCEPT WsEntradaTexto.
    IF WsEntradaTexto(1:6) NOT NUMERIC
            OR WsEntradaTexto(7:2) NOT = SPACES
        DISPLAY "Período inválido. Use AAAAMM."
        PERFORM 4100-OBTER-PERIODO
    ELSE
        MOVE WsEntradaTexto(1:6) TO WsAnoMes
        IF WsAnoMesMes < 1 OR WsAnoMesMes > 12
            DISPLAY "Mês inválido. Use AAAAMM."
            PERFORM 4100-OBTER-PERIODO
        END-IF
    END-IF.

4200-LOCALIZAR-PERIODO.
    MOVE "N" TO WsPeriodoEncontrado
    MOVE ZERO TO WsPeriodoIndice
    PERFORM VARYING WsPeriodoSub FROM 1 BY 1
            UNTIL WsPeriodoSub > WsPeriodoQtde OR PeriodoEncontrado
        IF WsPerAnoMes(WsPeriodoSub) = WsAnoMes
            SET PeriodoEncontrado TO TRUE
            MOVE WsPeriodoSub TO WsPeriodoIndice
        END-IF
    END-PERFORM.

*> Fechar e reabrir um mês fechado pedem confirmação explícita; a
*> passagem para "em fechamento" ou de volta a aberto não fecha nada e
*> dispensa a pergunta. Fechar o mês corrente também é possível — o
*> aviso lembra que o movimento de hoje deixa de postar.
4300-CONFIRMAR-MUDANCA.
    SET Confirmado TO TRUE
    IF NovaFechado OR WsSituacaoAnterior = "F"
        ACCEPT WsDataAtual FROM DATE YYYYMMDD
        IF NovaFechado AND WsAnoMes NOT < WsAnoMesAtual
            DISPLAY "Atenção: o período " WsAnoMes " inclui o dia de"
                " hoje; nenhum movimento de hoje posta depois do"
                " fechamento."
        END-IF
        IF NovaFechado
            DISPLAY "Confirma o FECHAMENTO do período " WsAnoMes
                "? (S/N): " WITH NO ADVANCING
        ELSE
            DISPLAY "Confirma a REABERTURA do período fechado "
                WsAnoMes "? (S/N): " WITH NO ADVANCING
        END-IF
        ACCEPT WsEntradaTexto
        IF FUNCTION UPPER-CASE(WsEntradaTexto(1:1)) NOT = "S"
            MOVE "N" TO WsConfirmado
        END-IF
    END-IF.

4400-APLICAR-MUDANCA.
    ACCEPT WsDataAtual FROM DATE YYYYMMDD
    ACCEPT WsHoraAtual FROM TIME
    IF NOT PeriodoEncontrado
        PERFORM 4500-INCLUIR-PERIODO
    END-IF
    IF WsPeriodoIndice > ZERO
        MOVE WsSituacaoNova TO WsPerSituacao(WsPeriodoIndice)
        MOVE WsOperador     TO WsPerOperador(WsPeriodoIndice)
        MOVE WsDataAtual    TO WsPerData(WsPeriodoIndice)
        MOVE WsHoraAtual    TO WsPerHora(WsPeriodoIndice)
        PERFORM 8000-GRAVAR-HISTORICO
        SET HouveMudanca TO TRUE
        MOVE WsSituacaoNova TO WsSituacaoAnterior
        PERFORM 8500-TEXTO-SITUACAO
        DISPLAY "Período " WsAnoMes " agora " WsSituacaoTexto "."
    END-IF.

*> Inclui o mês na posição cronológica, deslocando os posteriores.
4500-INCLUIR-PERIODO.
    IF WsPeriodoQtde >= 240
        DISPLAY "Tabela de períodos cheia (240); mudança abandonada."
        MOVE ZERO TO WsPeriodoIndice
    ELSE
        MOVE WsPeriodoQtde TO WsPeriodoSub
        PERFORM UNTIL WsPeriodoSub = ZERO
                OR WsPerAnoMes(WsPeriodoSub) < WsAnoMes
            MOVE WsPeriodoEntrada(WsPeriodoSub)
                TO WsPeriodoEntrada(WsPeriodoSub + 1)
            SUBTRACT 1 FROM WsPeriodoSub
        END-PERFORM
        ADD 1 TO WsPeriodoQtde
        COMPUTE WsPeriodoIndice = WsPeriodoSub + 1
        MOVE WsAnoMes TO WsPerAnoMes(WsPeriodoIndice)
    END-IF.

7000-GRAVAR-PERIODOS.
    IF NOT HouveMudanca
        DISPLAY "Nenhuma mudança a gravar."
    ELSE
        OPEN OUTPUT ArquivoPeriodosTemp
        IF WsStatusPeriodosTemp NOT = "00"
            DISPLAY "Erro ao abrir arquivo temporário. Status: "
                WsStatusPeriodosTemp
        ELSE
            PERFORM VARYING WsPeriodoSub FROM 1 BY 1
                    UNTIL WsPeriodoSub > WsPeriodoQtde
                MOVE WsPerAnoMes(WsPeriodoSub)
                    TO PeriodoAnoMes IN RegistroPeriodoTemp
                MOVE WsPerSituacao(WsPeriodoSub)
                    TO PeriodoSituacao IN RegistroPeriodoTemp
                MOVE WsPerOperador(WsPeriodoSub)
                    TO PeriodoOperador IN RegistroPeriodoTemp
                MOVE WsPerData(WsPeriodoSub)
                    TO PeriodoDataAlteracao IN RegistroPeriodoTemp
                MOVE WsPerHora(WsPeriodoSub)
                    TO PeriodoHoraAlteracao IN RegistroPeriodoTemp
                WRITE RegistroPeriodoTemp
            END-PERFORM
            CLOSE ArquivoPeriodosTemp
            CALL "CBL_RENAME_FILE" USING WsCaminhoPeriodosTemp
                WsCaminhoPeriodos RETURNING WsRcRenomear
            DISPLAY "Situação dos períodos gravada com " WsPeriodoQtde
                " mês(es)."
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
*> gravação final, como na manutenção do mapeamento contábil.
8000-GRAVAR-HISTORICO.
    OPEN EXTEND ArquivoHistorico
    IF WsStatusHistorico = "35"
        OPEN OUTPUT ArquivoHistorico
    END-IF
    IF WsStatusHistorico NOT = "00"
        DISPLAY "Aviso: não foi possível gravar o histórico. Status: "
            WsStatusHistorico
    ELSE
        MOVE WsDataAtual        TO HistData
        MOVE WsHoraAtual        TO HistHora
        MOVE WsOperador         TO HistOperador
        MOVE WsAnoMes           TO HistAnoMes
        MOVE WsSituacaoAnterior TO HistSituacaoAnterior
        MOVE WsSituacaoNova     TO HistSituacaoPosterior
        WRITE RegistroHistorico
        CLOSE ArquivoHistorico
    END-IF.

8500-TEXTO-SITUACAO.
    EVALUATE WsSituacaoAnterior
        WHEN "A"
            MOVE "aberto"         TO WsSituacaoTexto
        WHEN "E"
            MOVE "em fechamento"  TO WsSituacaoTexto
        WHEN "F"
            MOVE "fechado"        TO WsSituacaoTexto
        WHEN OTHER
            MOVE "?"              TO WsSituacaoTexto
    END-EVALUATE.
