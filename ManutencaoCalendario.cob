*> no futuro, e o mestre carrega chaves de dias que nunca tiveram
*> movimento.
*>
*> O operador é identificado contra o cadastro de operadores e precisa
*> do papel CALMAINT.
*>
*> As mudanças ficam em memória até a opção de gravar, que reescreve o
*> arquivo num temporário e troca o nome pelo definitivo, como os
*> demais programas da família fazem para reescrever arquivos.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusCalendarioTemp.

    SELECT ArquivoOperadores ASSIGN TO "data/somanumeros_operadores.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusOperadores.

    SELECT ArquivoSeguranca ASSIGN TO "data/somanumeros_seguranca.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusSeguranca.

DATA DIVISION.
FILE SECTION.
FD  ArquivoCalendario
COPY CalendarioRec
    REPLACING ==RegistroCalendario== BY ==RegistroCalendarioTemp==.

FD  ArquivoOperadores
    RECORDING MODE IS F.
COPY OperadorRec.

FD  ArquivoSeguranca
    RECORDING MODE IS F.
COPY SegurancaRec.

WORKING-STORAGE SECTION.
01  WsStatusCalendario          PIC X(2).
01  WsStatusCalendarioTemp      PIC X(2).
01  WsStatusOperadores          PIC X(2).
01  WsStatusSeguranca           PIC X(2).

*> Operador identificado na entrada, no layout do cadastro.
COPY OperadorRec REPLACING ==RegistroOperador== BY ==WsOperadorAtual==.

01  WsFimOperadores             PIC X(1)    VALUE "N".
    88  FimOperadores                      VALUE "S".
01  WsOperadorAchado            PIC X(1)    VALUE "N".
    88  OperadorAchado                     VALUE "S".
01  WsProgramaSeguranca         PIC X(20)   VALUE "ManutencaoCalendario".
01  WsEventoSeguranca           PIC X(2).
01  WsDetalheSeguranca          PIC X(60).

01  WsFimCalendario             PIC X(1)    VALUE "N".
    88  FimCalendario                      VALUE "S".
01  WsFeriadoSub                PIC 9(3) COMP.
01  WsDiaSub                    PIC 9(1) COMP.

01  WsOperador                  PIC X(8).
01  WsOpcao                     PIC X(1).
01  WsEntradaTexto              PIC X(30).
01  WsEntradaData               PIC X(8).
01  WsFeriadoExiste             PIC X(1)    VALUE "N".
    88  FeriadoExiste                      VALUE "S".

01  WsDataAtual                 PIC 9(8).
01  WsHoraAtual                 PIC 9(8).

01  WsCaminhoCalendario         PIC X(40)
        VALUE "data/somanumeros_calendario.dat".
01  WsCaminhoCalendarioTemp     PIC X(40)

PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 0300-IDENTIFICAR-OPERADOR
    PERFORM 0500-INICIAR-REGRA-PADRAO
    PERFORM 1000-CARREGAR-CALENDARIO
    PERFORM UNTIL Encerrar
    DISPLAY "Encerrando ManutencaoCalendario."
    STOP RUN.

*> Identificação contra o cadastro de operadores (OperadorRec): só
*> entra operador cadastrado, ativo e com o papel CALMAINT. A entrada e
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
        WHEN NOT OperadorPodeManterCalendario IN WsOperadorAtual
            MOVE "PP" TO WsEventoSeguranca
            MOVE "papel exigido: CALMAINT" TO WsDetalheSeguranca
        WHEN OTHER
            MOVE "EN" TO WsEventoSeguranca
            MOVE "papel CALMAINT" TO WsDetalheSeguranca
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

0500-INICIAR-REGRA-PADRAO.
    MOVE "S" TO WsDiaFechado(1)
    MOVE "N" TO WsDiaFechado(2)
