    05  RunLogModo              PIC X(1).
        88  RunLogModoPostagem              VALUE "P".
        88  RunLogModoValidacao             VALUE "V".
*> "PF" é a recusa do lote por data de movimento em período contábil
*> fechado (PeriodoRec), separada das demais recusas ("RC") para a
*> controladoria enxergar quem tentou postar em mês fechado.
    05  RunLogSituacao          PIC X(2).
        88  RunLogConcluido                 VALUE "OK".
        88  RunLogLoteRecusado              VALUE "RC".
        88  RunLogValidacaoReprovada        VALUE "RP".
        88  RunLogPeriodoFechado            VALUE "PF".
    05  RunLogQtdeLidos         PIC 9(7).
    05  RunLogQtdeGravados      PIC 9(7).
    05  RunLogQtdeRejeitados    PIC 9(7).
*> Acrescentado ao final para os registros antigos continuarem
*> legíveis; linhas de antes do campo chegam com ele em branco.
    05  RunLogQtdeRetidos       PIC 9(7).
*> Sistema de origem e data de movimento do cabeçalho do lote, para
*> MonitorOrigens ver as tentativas recusadas de cada área; ficam em
*> branco/zero quando o lote é recusado antes do cabeçalho ser lido.
    05  RunLogSistemaOrigem     PIC X(8).
    05  RunLogDataMovimento     PIC 9(8).
*> Detalhes retidos como provável duplicidade de conteúdo ("DU"), fora
*> dos cinco motivos originais; linhas antigas chegam em branco.
    05  RunLogRejDuplicidade    PIC 9(7).
