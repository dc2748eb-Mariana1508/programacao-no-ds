*> Cada inclusão, alteração ou exclusão confirmada é registrada em
*> data/somanumeros_gl_mapa_hist.dat com a imagem anterior e a
*> posterior, a data/hora e o operador, para responder "quem mudou o
*> quê e quando" sem depender de memória. O operador é identificado
*> contra o cadastro de operadores e precisa do papel GLMAINT.
*>
*> As linhas carregam a data de vigência (ver GLMapaRec): a
*> contabilidade pode incluir com antecedência a entrada do mês
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
FD  ArquivoMapaGL
    05  HistImagemAnterior      PIC X(38).
    05  HistImagemPosterior     PIC X(38).

FD  ArquivoOperadores
    RECORDING MODE IS F.
COPY OperadorRec.

FD  ArquivoSeguranca
    RECORDING MODE IS F.
COPY SegurancaRec.

WORKING-STORAGE SECTION.
01  WsStatusMapaGL              PIC X(2).
01  WsStatusMapaGLTemp          PIC X(2).
01  WsStatusHistorico           PIC X(2).
01  WsStatusOperadores          PIC X(2).
01  WsStatusSeguranca           PIC X(2).

*> Operador identificado na entrada, no layout do cadastro.
COPY OperadorRec REPLACING ==RegistroOperador== BY ==WsOperadorAtual==.

01  WsFimOperadores             PIC X(1)    VALUE "N".
    88  FimOperadores                      VALUE "S".
01  WsOperadorAchado            PIC X(1)    VALUE "N".
    88  OperadorAchado                     VALUE "S".
01  WsProgramaSeguranca         PIC X(20)   VALUE "ManutencaoMapaGL".
01  WsEventoSeguranca           PIC X(2).
01  WsDetalheSeguranca          PIC X(60).

01  WsFimMapaGL                 PIC X(1)    VALUE "N".
    88  FimMapaGL                          VALUE "S".

PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 0300-IDENTIFICAR-OPERADOR
    PERFORM 1000-CARREGAR-MAPA
    PERFORM UNTIL Encerrar
        PERFORM 2000-OBTER-OPCAO
    DISPLAY "Encerrando ManutencaoMapaGL."
    STOP RUN.

*> Identificação contra o cadastro de operadores (OperadorRec): só
*> entra operador cadastrado, ativo e com o papel GLMAINT. A entrada e
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
        WHEN NOT OperadorPodeManterMapaGL IN WsOperadorAtual
            MOVE "PP" TO WsEventoSeguranca
            MOVE "papel exigido: GLMAINT" TO WsDetalheSeguranca
        WHEN OTHER
            MOVE "EN" TO WsEventoSeguranca
            MOVE "papel GLMAINT" TO WsDetalheSeguranca
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

1000-CARREGAR-MAPA.
