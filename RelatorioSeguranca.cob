IDENTIFICATION DIVISION.
PROGRAM-ID. RelatorioSeguranca.

*> Relatório de segurança para a auditoria interna, a partir do log
*> permanente data/somanumeros_seguranca.dat (ver SegurancaRec) e do
*> cadastro de operadores data/somanumeros_operadores.dat (ver
*> OperadorRec). O operador informa uma faixa de datas e, se quiser,
*> um operador; o relatório traz:
*>   - cada evento do período (entradas e recusas), com programa,
*>     operador, tipo e detalhe;
*>   - o quadro por tipo de evento;
*>   - entradas e recusas por operador, marcando quem acumulou recusas
*>     a partir do limite de atenção (3);
*>   - a posição atual do cadastro: situação, papéis, limite de
*>     aprovação e quem fez a última alteração, marcando as
*>     combinações de papéis que pedem revisão (CORRECTOR com
*>     APPROVER; SECADMIN com qualquer papel operacional).
*>
*> O resultado sai no console e em data/somanumeros_seguranca_rpt.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArquivoSeguranca ASSIGN TO "data/somanumeros_seguranca.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusSeguranca.

    SELECT ArquivoOperadores ASSIGN TO "data/somanumeros_operadores.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusOperadores.

    SELECT ArquivoRelatorio
        ASSIGN TO "data/somanumeros_seguranca_rpt.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusRelatorio.

DATA DIVISION.
FILE SECTION.
FD  ArquivoSeguranca
    RECORDING MODE IS F.
COPY SegurancaRec.

FD  ArquivoOperadores
    RECORDING MODE IS F.
COPY OperadorRec.

FD  ArquivoRelatorio
    RECORDING MODE IS F.
01  RegistroRelatorio           PIC X(132).

WORKING-STORAGE SECTION.
01  WsStatusSeguranca           PIC X(2).
01  WsStatusOperadores          PIC X(2).
01  WsStatusRelatorio           PIC X(2).

01  WsFimArquivo                PIC X(1)    VALUE "N".
    88  FimArquivo                         VALUE "S".
01  WsFimOperadores             PIC X(1)    VALUE "N".
    88  FimOperadores                      VALUE "S".

01  WsEntradaData               PIC X(8).
01  WsDataInicial               PIC 9(8).
01  WsDataFinal                 PIC 9(8).
01  WsOperadorFiltro            PIC X(8).

01  WsDataAtual                 PIC 9(8).
01  WsHoraAtual                 PIC 9(8).

*> Quadro por tipo de evento: os seis tipos conhecidos e um "outros"
*> para linhas de versões futuras.
01  WsPorEvento.
    05  WsEventoEntrada OCCURS 7 TIMES.
        10  WsEventoCodigo      PIC X(2).
        10  WsEventoTexto       PIC X(30).
        10  WsEventoQtde        PIC 9(7).

01  WsEventoSub                 PIC 9(2) COMP.

*> Entradas e recusas por operador, na ordem em que aparecem no log.
01  WsPorOperador.
    05  WsOpQtde                PIC 9(3)    VALUE ZERO.
    05  WsOpEntrada OCCURS 200 TIMES.
        10  WsOpId              PIC X(8).
        10  WsOpEntradas        PIC 9(7).
        10  WsOpRecusas         PIC 9(7).

01  WsOpSub                     PIC 9(3) COMP.
01  WsOpIndice                  PIC 9(3) COMP.
01  WsQtdeOpExcedentes          PIC 9(7)    VALUE ZERO.
01  WsLimiteAtencao             PIC 9(3)    VALUE 3.

01  WsQtdeLidos                 PIC 9(7)    VALUE ZERO.
01  WsQtdeNoPeriodo             PIC 9(7)    VALUE ZERO.
01  WsQtdeRecusas               PIC 9(7)    VALUE ZERO.
01  WsQtdeCadastro              PIC 9(5)    VALUE ZERO.
01  WsQtdeRevisar               PIC 9(5)    VALUE ZERO.

01  WsPapeisTexto               PIC X(80).
01  WsMarcaRevisao              PIC X(40).
01  WsLimiteEdt                 PIC Z(7)9.99.

01  WsLinhaRelatorio            PIC X(132).
01  WsPonteiro                  PIC 9(3) COMP.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 1000-OBTER-DATA-INICIAL
    PERFORM 1100-OBTER-DATA-FINAL
    PERFORM 1200-OBTER-OPERADOR
    PERFORM 1300-INICIAR-ACUMULADORES
    PERFORM 1500-ABRIR-ARQUIVOS
    PERFORM 1800-INICIAR-RELATORIO
    PERFORM UNTIL FimArquivo
        PERFORM 2000-LER-EVENTO
        IF NOT FimArquivo
            PERFORM 3000-TRATAR-EVENTO
        END-IF
    END-PERFORM
    PERFORM 4000-IMPRIMIR-QUADROS
    PERFORM 5000-IMPRIMIR-CADASTRO
    PERFORM 6000-ENCERRAR
    STOP RUN.

1000-OBTER-DATA-INICIAL.
    DISPLAY "Data inicial (AAAAMMDD, vazio = desde o início): "
        WITH NO ADVANCING.
    ACCEPT WsEntradaData.
    IF WsEntradaData = SPACES
        MOVE ZERO TO WsDataInicial
    ELSE
        IF WsEntradaData NOT NUMERIC
            DISPLAY "Data inválida. Use AAAAMMDD."
            PERFORM 1000-OBTER-DATA-INICIAL
        ELSE
            MOVE WsEntradaData TO WsDataInicial
        END-IF
    END-IF.

1100-OBTER-DATA-FINAL.
    DISPLAY "Data final (AAAAMMDD, vazio = até hoje): "
        WITH NO ADVANCING.
    ACCEPT WsEntradaData.
    IF WsEntradaData = SPACES
        MOVE 99999999 TO WsDataFinal
    ELSE
        IF WsEntradaData NOT NUMERIC
            DISPLAY "Data inválida. Use AAAAMMDD."
            PERFORM 1100-OBTER-DATA-FINAL
        ELSE
            MOVE WsEntradaData TO WsDataFinal
        END-IF
    END-IF.

1200-OBTER-OPERADOR.
    DISPLAY "Operador (até 8 caracteres, vazio = todos): "
        WITH NO ADVANCING.
    ACCEPT WsOperadorFiltro.

1300-INICIAR-ACUMULADORES.
    MOVE "EN" TO WsEventoCodigo(1)
    MOVE "entrada aceita"                 TO WsEventoTexto(1)
    MOVE "NC" TO WsEventoCodigo(2)
    MOVE "operador não cadastrado"        TO WsEventoTexto(2)
    MOVE "IN" TO WsEventoCodigo(3)
    MOVE "operador inativo"               TO WsEventoTexto(3)
    MOVE "PP" TO WsEventoCodigo(4)
    MOVE "sem o papel exigido"            TO WsEventoTexto(4)
    MOVE "SF" TO WsEventoCodigo(5)
    MOVE "segregação de funções"          TO WsEventoTexto(5)
    MOVE "LA" TO WsEventoCodigo(6)
    MOVE "acima do limite de aprovação"   TO WsEventoTexto(6)
    MOVE "??" TO WsEventoCodigo(7)
    MOVE "evento desconhecido"            TO WsEventoTexto(7)
    PERFORM VARYING WsEventoSub FROM 1 BY 1 UNTIL WsEventoSub > 7
        MOVE ZERO TO WsEventoQtde(WsEventoSub)
    END-PERFORM.

1500-ABRIR-ARQUIVOS.
    OPEN INPUT ArquivoSeguranca
    IF WsStatusSeguranca NOT = "00"
        DISPLAY "Log de segurança indisponível. Status: "
            WsStatusSeguranca
        STOP RUN
    END-IF
    OPEN OUTPUT ArquivoRelatorio
    IF WsStatusRelatorio NOT = "00"
        DISPLAY "Erro ao abrir relatório de segurança. Status: "
            WsStatusRelatorio
        CLOSE ArquivoSeguranca
        STOP RUN
    END-IF.

1800-INICIAR-RELATORIO.
    ACCEPT WsDataAtual FROM DATE YYYYMMDD
    ACCEPT WsHoraAtual FROM TIME
    MOVE SPACES TO WsLinhaRelatorio
    STRING "LOG DE SEGURANÇA E CADASTRO DE OPERADORES - EMITIDO EM "
               DELIMITED BY SIZE
           WsDataAtual DELIMITED BY SIZE
           " "         DELIMITED BY SIZE
           WsHoraAtual DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "PERÍODO: "     DELIMITED BY SIZE
           WsDataInicial   DELIMITED BY SIZE
           " A "           DELIMITED BY SIZE
           WsDataFinal     DELIMITED BY SIZE
           "   OPERADOR: " DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    IF WsOperadorFiltro = SPACES
        MOVE "todos" TO WsLinhaRelatorio(46:5)
    ELSE
        MOVE WsOperadorFiltro TO WsLinhaRelatorio(46:8)
    END-IF
    PERFORM 8000-GRAVAR-LINHA
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE "EVENTOS DO PERÍODO:" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA.

2000-LER-EVENTO.
    READ ArquivoSeguranca
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            ADD 1 TO WsQtdeLidos
    END-READ.

3000-TRATAR-EVENTO.
    IF SegData NOT < WsDataInicial
            AND SegData NOT > WsDataFinal
            AND (WsOperadorFiltro = SPACES
                OR SegOperador = WsOperadorFiltro)
        ADD 1 TO WsQtdeNoPeriodo
        PERFORM VARYING WsEventoSub FROM 1 BY 1
                UNTIL WsEventoSub > 6
                   OR WsEventoCodigo(WsEventoSub) = SegEvento
            CONTINUE
        END-PERFORM
        ADD 1 TO WsEventoQtde(WsEventoSub)
        IF NOT SegEntradaAceita
            ADD 1 TO WsQtdeRecusas
        END-IF
        PERFORM 3100-ACUMULAR-OPERADOR
        PERFORM 3200-LISTAR-EVENTO
    END-IF.

3100-ACUMULAR-OPERADOR.
    MOVE ZERO TO WsOpIndice
    PERFORM VARYING WsOpSub FROM 1 BY 1
            UNTIL WsOpSub > WsOpQtde OR WsOpIndice > ZERO
        IF WsOpId(WsOpSub) = SegOperador
            MOVE WsOpSub TO WsOpIndice
        END-IF
    END-PERFORM
    IF WsOpIndice = ZERO
        IF WsOpQtde >= 200
            ADD 1 TO WsQtdeOpExcedentes
        ELSE
            ADD 1 TO WsOpQtde
            MOVE WsOpQtde    TO WsOpIndice
            MOVE SegOperador TO WsOpId(WsOpIndice)
            MOVE ZERO        TO WsOpEntradas(WsOpIndice)
            MOVE ZERO        TO WsOpRecusas(WsOpIndice)
        END-IF
    END-IF
    IF WsOpIndice > ZERO
        IF SegEntradaAceita
            ADD 1 TO WsOpEntradas(WsOpIndice)
        ELSE
            ADD 1 TO WsOpRecusas(WsOpIndice)
        END-IF
    END-IF.

3200-LISTAR-EVENTO.
    MOVE SPACES TO WsLinhaRelatorio
    STRING SegData                      DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           SegHora                      DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           SegPrograma                  DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           SegOperador                  DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           SegEvento                    DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           SegDetalhe                   DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA.

4000-IMPRIMIR-QUADROS.
    IF WsQtdeNoPeriodo = ZERO
        MOVE "  (nenhum evento no período)" TO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE "QUADRO POR TIPO DE EVENTO:" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    PERFORM VARYING WsEventoSub FROM 1 BY 1 UNTIL WsEventoSub > 7
        IF WsEventoQtde(WsEventoSub) > ZERO OR WsEventoSub < 7
            MOVE SPACES TO WsLinhaRelatorio
            STRING "  "                       DELIMITED BY SIZE
                   WsEventoCodigo(WsEventoSub) DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WsEventoTexto(WsEventoSub) DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WsEventoQtde(WsEventoSub)  DELIMITED BY SIZE
                INTO WsLinhaRelatorio
            PERFORM 8000-GRAVAR-LINHA
        END-IF
    END-PERFORM
    MOVE SPACES TO WsLinhaRelatorio
    STRING "  TOTAL: "       DELIMITED BY SIZE
           WsQtdeNoPeriodo   DELIMITED BY SIZE
           " EVENTOS, "      DELIMITED BY SIZE
           WsQtdeRecusas     DELIMITED BY SIZE
           " RECUSAS"        DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE "POR OPERADOR (entradas / recusas):" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    PERFORM VARYING WsOpSub FROM 1 BY 1 UNTIL WsOpSub > WsOpQtde
        MOVE SPACES TO WsLinhaRelatorio
        MOVE 1 TO WsPonteiro
        STRING "  "                  DELIMITED BY SIZE
               WsOpId(WsOpSub)       DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               WsOpEntradas(WsOpSub) DELIMITED BY SIZE
               " / "                 DELIMITED BY SIZE
               WsOpRecusas(WsOpSub)  DELIMITED BY SIZE
            INTO WsLinhaRelatorio WITH POINTER WsPonteiro
        IF WsOpRecusas(WsOpSub) NOT < WsLimiteAtencao
            STRING "   <== ATENÇÃO: recusas repetidas"
                    DELIMITED BY SIZE
                INTO WsLinhaRelatorio WITH POINTER WsPonteiro
        END-IF
        PERFORM 8000-GRAVAR-LINHA
    END-PERFORM
    IF WsQtdeOpExcedentes > ZERO
        MOVE SPACES TO WsLinhaRelatorio
        STRING "  eventos de operadores além de 200 não detalhados: "
                   DELIMITED BY SIZE
               WsQtdeOpExcedentes DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF.

*> Posição atual do cadastro, independente do período: a auditoria
*> confere papéis e limites vigentes contra as recusas acima.
5000-IMPRIMIR-CADASTRO.
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE "CADASTRO DE OPERADORES (posição atual):" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    OPEN INPUT ArquivoOperadores
    IF WsStatusOperadores NOT = "00"
        MOVE "  (cadastro de operadores indisponível)"
            TO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    ELSE
        PERFORM UNTIL FimOperadores
            READ ArquivoOperadores
                AT END
                    SET FimOperadores TO TRUE
                NOT AT END
                    IF WsOperadorFiltro = SPACES
                            OR OperadorId = WsOperadorFiltro
                        PERFORM 5100-LISTAR-OPERADOR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArquivoOperadores
        MOVE SPACES TO WsLinhaRelatorio
        STRING "  OPERADORES: "  DELIMITED BY SIZE
               WsQtdeCadastro    DELIMITED BY SIZE
               "   A REVISAR: "  DELIMITED BY SIZE
               WsQtdeRevisar     DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF.

5100-LISTAR-OPERADOR.
    ADD 1 TO WsQtdeCadastro
    PERFORM 5200-MONTAR-PAPEIS
    MOVE SPACES TO WsMarcaRevisao
    IF OperadorAtivo
        IF OperadorPodeCorrigir AND OperadorPodeAprovar
            MOVE "<== REVISAR: corrige e aprova" TO WsMarcaRevisao
        END-IF
        IF OperadorPodeManterOperadores
                AND (OperadorPodeLancar OR OperadorPodeCorrigir
                     OR OperadorPodeAprovar OR OperadorPodeManterMapaGL
                     OR OperadorPodeManterCalendario
                     OR OperadorPodeManterPeriodos
                     OR OperadorPodeManterOrigens
                     OR OperadorPodeManterCambio)
            MOVE "<== REVISAR: SECADMIN com papel operacional"
                TO WsMarcaRevisao
        END-IF
    END-IF
    IF WsMarcaRevisao NOT = SPACES
        ADD 1 TO WsQtdeRevisar
    END-IF
    MOVE OperadorLimiteAprovacao TO WsLimiteEdt
    MOVE SPACES TO WsLinhaRelatorio
    STRING "  "              DELIMITED BY SIZE
           OperadorId        DELIMITED BY SIZE
           " "               DELIMITED BY SIZE
           OperadorNome      DELIMITED BY SIZE
           " situação "      DELIMITED BY SIZE
           OperadorSituacao  DELIMITED BY SIZE
           " limite "        DELIMITED BY SIZE
           WsLimiteEdt       DELIMITED BY SIZE
           " alterado por "  DELIMITED BY SIZE
           OperadorAlteradoPor DELIMITED BY SIZE
           " em "            DELIMITED BY SIZE
           OperadorDataAlteracao DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "           papéis: " DELIMITED BY SIZE
           WsPapeisTexto         DELIMITED BY "  "
           " "                   DELIMITED BY SIZE
           WsMarcaRevisao        DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA.

5200-MONTAR-PAPEIS.
    MOVE SPACES TO WsPapeisTexto
    MOVE 1 TO WsPonteiro
    IF OperadorPodeLancar
        STRING "POSTER " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeCorrigir
        STRING "CORRECTOR " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeAprovar
        STRING "APPROVER " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeManterMapaGL
        STRING "GLMAINT " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeManterCalendario
        STRING "CALMAINT " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeManterPeriodos
        STRING "PERMAINT " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeManterOrigens
        STRING "SRCMAINT " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeManterCambio
        STRING "FXMAINT " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeManterOperadores
        STRING "SECADMIN " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF WsPapeisTexto = SPACES
        MOVE "(nenhum)" TO WsPapeisTexto
    END-IF.

6000-ENCERRAR.
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE "Conferido por: ______________________  Data: ___/___/_____"
        TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    CLOSE ArquivoRelatorio
    CLOSE ArquivoSeguranca
    DISPLAY "Relatório gravado em data/somanumeros_seguranca_rpt.dat".

8000-GRAVAR-LINHA.
    MOVE WsLinhaRelatorio TO RegistroRelatorio
    WRITE RegistroRelatorio
    DISPLAY WsLinhaRelatorio.
