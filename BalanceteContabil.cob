IDENTIFICATION DIVISION.
PROGRAM-ID. BalanceteContabil.

*> Balancete de verificação por conta contábil e centro de custo, a
*> partir do arquivo de saldos contábeis
*> data/somanumeros_saldos_contas.idx alimentado por RetornoGL com os
*> pares que o carregador do GL aceitou. O operador informa o período
*> (AAAAMM) e o balancete mostra, por conta/centro de custo, o saldo
*> anterior (soma de todos os períodos anteriores), os débitos e os
*> créditos do período e o saldo final — positivo devedor, negativo
*> credor —, para amarrar o nosso lado ao balancete do GL todo mês sem
*> planilha.
*>
*> Ao final, a conferência de partidas dobradas: o total de débitos do
*> período deve ser igual ao de créditos, e a soma dos saldos finais
*> deve ser zero. Qualquer diferença aponta par quebrado aplicado aos
*> saldos e sai destacada.
*>
*> O resultado sai no console e em data/somanumeros_balancete_rpt.dat,
*> com bloco de assinatura, como a liquidação do retorno do GL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArquivoSaldos ASSIGN TO "data/somanumeros_saldos_contas.idx"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SaldoChave
        FILE STATUS IS WsStatusSaldos.

    SELECT ArquivoRelatorio
        ASSIGN TO "data/somanumeros_balancete_rpt.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusRelatorio.

DATA DIVISION.
FILE SECTION.
FD  ArquivoSaldos.
COPY SaldoContaRec.

FD  ArquivoRelatorio
    RECORDING MODE IS F.
01  RegistroRelatorio           PIC X(132).

WORKING-STORAGE SECTION.
01  WsStatusSaldos              PIC X(2).
01  WsStatusRelatorio           PIC X(2).

01  WsFimSaldos                 PIC X(1)    VALUE "N".
    88  FimSaldos                          VALUE "S".

01  WsEntradaPeriodo            PIC X(6).
01  WsPeriodo                   PIC 9(6).
01  WsPeriodoDec REDEFINES WsPeriodo.
    05  WsPeriodoAno            PIC 9(4).
    05  WsPeriodoMes            PIC 9(2).

01  WsDataAtual                 PIC 9(8).
01  WsDataAtualDec REDEFINES WsDataAtual.
    05  WsPeriodoAtual          PIC 9(6).
    05  FILLER                  PIC 9(2).
01  WsHoraAtual                 PIC 9(8).

*> Conta/centro de custo em acumulação: o arquivo é lido na ordem da
*> chave, então todos os períodos de uma conta/CC chegam juntos e a
*> quebra imprime a linha do balancete.
01  WsGrupoEmCurso              PIC X(1)    VALUE "N".
    88  GrupoEmCurso                       VALUE "S".
01  WsGrupoConta                PIC 9(8).
01  WsGrupoCentroCusto          PIC X(6).
01  WsGrupoAnterior             PIC S9(12)V99.
01  WsGrupoDebitos              PIC S9(12)V99.
01  WsGrupoCreditos             PIC S9(12)V99.
01  WsGrupoFinal                PIC S9(12)V99.

01  WsTotalAnterior             PIC S9(13)V99 VALUE ZERO.
01  WsTotalDebitos              PIC S9(13)V99 VALUE ZERO.
01  WsTotalCreditos             PIC S9(13)V99 VALUE ZERO.
01  WsTotalFinal                PIC S9(13)V99 VALUE ZERO.
01  WsDiferenca                 PIC S9(13)V99 VALUE ZERO.

01  WsQtdeContas                PIC 9(5)    VALUE ZERO.
01  WsQtdeChavesLidas           PIC 9(7)    VALUE ZERO.

01  WsAnteriorEdt               PIC -(12)9.99.
01  WsDebitosEdt                PIC -(12)9.99.
01  WsCreditosEdt               PIC -(12)9.99.
01  WsFinalEdt                  PIC -(12)9.99.

01  WsLinhaRelatorio            PIC X(132).

PROCEDURE DIVISION.
0000-PRINCIPAL.
    ACCEPT WsDataAtual FROM DATE YYYYMMDD
    ACCEPT WsHoraAtual FROM TIME
    PERFORM 1000-OBTER-PERIODO
    PERFORM 1500-ABRIR-ARQUIVOS
    PERFORM 1800-INICIAR-RELATORIO
    PERFORM 2000-POSICIONAR-SALDOS
    PERFORM UNTIL FimSaldos
        READ ArquivoSaldos NEXT
            AT END
                SET FimSaldos TO TRUE
            NOT AT END
                ADD 1 TO WsQtdeChavesLidas
                PERFORM 3000-ACUMULAR-CHAVE
        END-READ
    END-PERFORM
    IF GrupoEmCurso
        PERFORM 3500-IMPRIMIR-CONTA
    END-IF
    PERFORM 5000-ENCERRAR
    STOP RUN.

1000-OBTER-PERIODO.
    DISPLAY "Período do balancete (AAAAMM, vazio = mês corrente): "
        WITH NO ADVANCING.
    ACCEPT WsEntradaPeriodo.
    IF WsEntradaPeriodo = SPACES
        MOVE WsPeriodoAtual TO WsPeriodo
    ELSE
        IF WsEntradaPeriodo NOT NUMERIC
            DISPLAY "Período inválido. Use AAAAMM."
            PERFORM 1000-OBTER-PERIODO
        ELSE
            MOVE WsEntradaPeriodo TO WsPeriodo
            IF WsPeriodoMes < 1 OR WsPeriodoMes > 12
                DISPLAY "Mês inválido. Use AAAAMM."
                PERFORM 1000-OBTER-PERIODO
            END-IF
        END-IF
    END-IF.

1500-ABRIR-ARQUIVOS.
    OPEN INPUT ArquivoSaldos
    IF WsStatusSaldos NOT = "00"
        DISPLAY "Arquivo de saldos contábeis indisponível. Status: "
            WsStatusSaldos
        STOP RUN
    END-IF
    OPEN OUTPUT ArquivoRelatorio
    IF WsStatusRelatorio NOT = "00"
        DISPLAY "Erro ao abrir o relatório do balancete. Status: "
            WsStatusRelatorio
        CLOSE ArquivoSaldos
        STOP RUN
    END-IF.

1800-INICIAR-RELATORIO.
    MOVE SPACES TO WsLinhaRelatorio
    STRING "BALANCETE DE VERIFICAÇÃO - PERÍODO " DELIMITED BY SIZE
           WsPeriodoAno  DELIMITED BY SIZE
           "/"           DELIMITED BY SIZE
           WsPeriodoMes  DELIMITED BY SIZE
           " - EMITIDO EM " DELIMITED BY SIZE
           WsDataAtual   DELIMITED BY SIZE
           " "           DELIMITED BY SIZE
           WsHoraAtual   DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "Somente pares aceitos pelo carregador do GL; saldo"
               DELIMITED BY SIZE
           " positivo = devedor, negativo = credor." DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "CONTA    C.CUSTO     SALDO ANTERIOR" DELIMITED BY SIZE
           "            DÉBITOS           CRÉDITOS" DELIMITED BY SIZE
           "        SALDO FINAL" DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA.

2000-POSICIONAR-SALDOS.
    MOVE LOW-VALUES TO SaldoChave
    START ArquivoSaldos KEY NOT < SaldoChave
        INVALID KEY
            SET FimSaldos TO TRUE
    END-START.

*> Períodos posteriores ao pedido não entram; os anteriores compõem o
*> saldo anterior e o próprio período, os débitos e créditos.
3000-ACUMULAR-CHAVE.
    IF GrupoEmCurso
            AND (SaldoConta NOT = WsGrupoConta
                OR SaldoCentroCusto NOT = WsGrupoCentroCusto)
        PERFORM 3500-IMPRIMIR-CONTA
    END-IF
    IF NOT GrupoEmCurso
        SET GrupoEmCurso TO TRUE
        MOVE SaldoConta       TO WsGrupoConta
        MOVE SaldoCentroCusto TO WsGrupoCentroCusto
        MOVE ZERO TO WsGrupoAnterior
        MOVE ZERO TO WsGrupoDebitos
        MOVE ZERO TO WsGrupoCreditos
    END-IF
    EVALUATE TRUE
        WHEN SaldoPeriodo < WsPeriodo
            ADD SaldoDebitos      TO WsGrupoAnterior
            SUBTRACT SaldoCreditos FROM WsGrupoAnterior
        WHEN SaldoPeriodo = WsPeriodo
            ADD SaldoDebitos  TO WsGrupoDebitos
            ADD SaldoCreditos TO WsGrupoCreditos
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

3500-IMPRIMIR-CONTA.
    MOVE "N" TO WsGrupoEmCurso
    COMPUTE WsGrupoFinal
        = WsGrupoAnterior + WsGrupoDebitos - WsGrupoCreditos
    IF WsGrupoAnterior NOT = ZERO
            OR WsGrupoDebitos NOT = ZERO
            OR WsGrupoCreditos NOT = ZERO
        ADD 1 TO WsQtdeContas
        ADD WsGrupoAnterior TO WsTotalAnterior
        ADD WsGrupoDebitos  TO WsTotalDebitos
        ADD WsGrupoCreditos TO WsTotalCreditos
        ADD WsGrupoFinal    TO WsTotalFinal
        MOVE WsGrupoAnterior TO WsAnteriorEdt
        MOVE WsGrupoDebitos  TO WsDebitosEdt
        MOVE WsGrupoCreditos TO WsCreditosEdt
        MOVE WsGrupoFinal    TO WsFinalEdt
        MOVE SPACES TO WsLinhaRelatorio
        STRING WsGrupoConta       DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WsGrupoCentroCusto DELIMITED BY SIZE
               "  "               DELIMITED BY SIZE
               WsAnteriorEdt      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WsDebitosEdt       DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WsCreditosEdt      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WsFinalEdt         DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF.

5000-ENCERRAR.
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    IF WsQtdeContas = ZERO
        MOVE "Nenhuma conta com saldo ou movimento até o período."
            TO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF
    MOVE WsTotalAnterior TO WsAnteriorEdt
    MOVE WsTotalDebitos  TO WsDebitosEdt
    MOVE WsTotalCreditos TO WsCreditosEdt
    MOVE WsTotalFinal    TO WsFinalEdt
    MOVE SPACES TO WsLinhaRelatorio
    STRING "TOTAIS          " DELIMITED BY SIZE
           WsAnteriorEdt      DELIMITED BY SIZE
           " "                DELIMITED BY SIZE
           WsDebitosEdt       DELIMITED BY SIZE
           " "                DELIMITED BY SIZE
           WsCreditosEdt      DELIMITED BY SIZE
           " "                DELIMITED BY SIZE
           WsFinalEdt         DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "Contas/centros de custo listados: " DELIMITED BY SIZE
           WsQtdeContas       DELIMITED BY SIZE
           "  chaves lidas: " DELIMITED BY SIZE
           WsQtdeChavesLidas  DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    COMPUTE WsDiferenca = WsTotalDebitos - WsTotalCreditos
    MOVE SPACES TO WsLinhaRelatorio
    IF WsDiferenca = ZERO AND WsTotalFinal = ZERO
        STRING "CONFERÊNCIA: OK - débitos = créditos no período e"
                   DELIMITED BY SIZE
               " saldos finais somam zero" DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    ELSE
        MOVE WsDiferenca TO WsDebitosEdt
        MOVE WsTotalFinal TO WsFinalEdt
        STRING "CONFERÊNCIA: DIVERGENTE - débitos menos créditos "
                   DELIMITED BY SIZE
               WsDebitosEdt  DELIMITED BY SIZE
               "  soma dos saldos finais " DELIMITED BY SIZE
               WsFinalEdt    DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF
    MOVE SPACES TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE "Conferido por: ______________________  Data: ___/___/_____"
        TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    CLOSE ArquivoRelatorio
    CLOSE ArquivoSaldos
    DISPLAY "Relatório gravado em data/somanumeros_balancete_rpt.dat".

8000-GRAVAR-LINHA.
    MOVE WsLinhaRelatorio TO RegistroRelatorio
    WRITE RegistroRelatorio
    DISPLAY WsLinhaRelatorio.
