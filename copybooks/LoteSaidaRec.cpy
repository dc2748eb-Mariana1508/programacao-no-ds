*> origem do cabeçalho do lote, para que o destinatário da saída saiba
*> de qual área cada linha veio sem voltar ao arquivo de entrada;
*> linhas antigas chegam com o campo em branco.
*>
*> Soma-Sai é o resultado em reais. Moeda-Sai, ValorOriginal-Sai e
*> TaxaCambio-Sai guardam a moeda do lote, o resultado na moeda
*> original e a taxa usada na conversão ("BRL", o próprio resultado e
*> 1 em lote de reais); acrescentados ao final para os registros
*> antigos continuarem legíveis — linhas antigas chegam com eles em
*> branco e são de reais.
01  RegistroSaida.
    05  Numero1-Sai             PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05  Numero2-Sai             PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05  LoteId-Sai              PIC X(10).
    05  NumRegistro-Sai         PIC 9(7).
    05  SistemaOrigem-Sai       PIC X(8).
    05  Moeda-Sai               PIC X(3).
    05  ValorOriginal-Sai       PIC S9(8)V99 SIGN IS LEADING SEPARATE.
    05  TaxaCambio-Sai          PIC 9(4)V9(6).
