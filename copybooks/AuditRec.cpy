*> alimentadora (RelatorioOrigens) saia da própria trilha em vez de
*> rastrear lote a lote; a sessão interativa grava "SESSAO". Linhas
*> antigas chegam com o campo em branco.
*>
*> AuditoriaDataOriginal só é preenchida no estorno que SomaNumerosLote
*> redirecionou ao primeiro período aberto: a data de movimento passa a
*> ser a do período aberto e aqui fica a data de que ele foi desviado.
*> Isso vale para o lote só de estornos datado em período fechado (a
*> data que o cabeçalho trazia) e, detalhe a detalhe, para o estorno
*> cuja DataOriginalDetalhe-Ent cai num mês fechado (a data do
*> lançamento original) — inclusive o reenviado por CorrecaoSuspensos,
*> que devolve essa data ao detalhe em 3350-COMPLETAR-DETALHE. Zero
*> nas demais linhas; em branco nas antigas, de antes do campo.
*>
*> AuditoriaSoma é sempre o valor em reais — o que vai para o mestre e
*> para o razão. Em lote de moeda estrangeira, Numero1/Numero2 ficam
*> na moeda original, e AuditoriaMoeda, AuditoriaValorOriginal (o
*> resultado na moeda original) e AuditoriaTaxaCambio (reais por
*> unidade) mostram a conversão; em reais, "BRL", o próprio resultado
*> e taxa 1. Linhas antigas, de antes dos campos, chegam com eles em
*> branco e são de reais.
01  RegistroAuditoria.
    05  AuditoriaData           PIC 9(8).
    05  AuditoriaHora           PIC 9(8).
    05  AuditoriaEstornoRegistro PIC 9(7).
    05  AuditoriaDataMovimento  PIC 9(8).
    05  AuditoriaSistemaOrigem  PIC X(8).
    05  AuditoriaDataOriginal   PIC 9(8).
    05  AuditoriaMoeda          PIC X(3).
    05  AuditoriaValorOriginal  PIC S9(8)V99 SIGN IS LEADING SEPARATE.
    05  AuditoriaTaxaCambio     PIC 9(4)V9(6).
