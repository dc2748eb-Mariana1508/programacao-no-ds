*> de estorno e os campos de origem apontam o lote e o número do
*> registro original que ele desfaz, para que a trilha de auditoria
*> mostre o vínculo. Detalhes normais deixam o complemento em espaços.
*>
*> MoedaLote-Ent é a moeda dos valores do lote (USD, EUR, ...); em
*> branco ou "BRL", reais. SomaNumerosLote converte o resultado de
*> cada detalhe para reais pela taxa da tabela de câmbio (CambioRec)
*> na data de movimento. ComplementoMoeda-Ent, acrescentado ao final
*> para os arquivos antigos continuarem legíveis (linhas de 40
*> posições chegam com ele em branco), serve aos lotes gerados pelos
*> nossos programas, que juntam detalhes de moedas diferentes:
*> MoedaDetalhe-Ent substitui a moeda do cabeçalho naquele detalhe, e
*> TaxaDetalhe-Ent, aceita só em estorno, traz a taxa do lançamento
*> original, para o estorno desfazer em reais exatamente o que foi
*> postado.
*>
*> DataOriginalDetalhe-Ent, acrescentado ao final pelo mesmo motivo,
*> traz no estorno gerado por EstornoSomaNumeros a data de movimento do
*> lançamento que ele desfaz: com o mês original fechado, o estorno
*> posta no primeiro período aberto depois dele e a data fica em
*> AuditoriaDataOriginal. Em branco ou zero, vale a data do lote.
01  RegistroEntrada.
    05  TipoRegistro-Ent        PIC X(1).
        88  EntradaCabecalho                VALUE "H".
        10  LoteId-Ent          PIC X(10).
        10  DataMovimento-Ent   PIC 9(8).
        10  SistemaOrigem-Ent   PIC X(8).
        10  MoedaLote-Ent       PIC X(3).
        10  FILLER              PIC X(10).
    05  DadosDetalhe-Ent REDEFINES DadosEntrada.
        10  Numero1-Ent         PIC S9(7)V99 SIGN IS LEADING SEPARATE.
        10  Numero2-Ent         PIC S9(7)V99 SIGN IS LEADING SEPARATE.
        10  HashNumero1-Ent     PIC S9(11)V99 SIGN IS LEADING SEPARATE.
        10  HashNumero2-Ent     PIC S9(11)V99 SIGN IS LEADING SEPARATE.
        10  FILLER              PIC X(4).
    05  ComplementoMoeda-Ent.
        10  MoedaDetalhe-Ent    PIC X(3).
        10  TaxaDetalhe-Ent     PIC 9(4)V9(6).
        10  TaxaDetalheTexto-Ent REDEFINES TaxaDetalhe-Ent
                                PIC X(10).
    05  DataOriginalDetalhe-Ent PIC 9(8).
