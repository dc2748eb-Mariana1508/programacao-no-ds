    05  GLCentroCusto           PIC X(6).
    05  GLValor                 PIC S9(8)V99 SIGN IS LEADING SEPARATE.
    05  GLIndicadorDC           PIC X(1).
*> Data de movimento da transação de origem, que define o período
*> contábil do par no balancete (SaldoContaRec). Acrescentada ao final
*> para os registros antigos continuarem legíveis: linhas de antes do
*> campo chegam em branco e usam GLData no lugar.
    05  GLDataMovimento         PIC 9(8).
*> Sistema de origem da transação, para RetornoGL devolver à área a
*> rejeição do par pelo carregador. Acrescentado ao final para os
*> registros antigos continuarem legíveis: linhas de antes do campo
*> chegam em branco e a rejeição fica só na fila de acompanhamento.
    05  GLSistemaOrigem         PIC X(8).
*> GLValor é sempre em reais. Em transação de lote em moeda
*> estrangeira o carregador recebe também a moeda, o valor absoluto na
*> moeda original e a taxa da conversão, para o razão de moeda
*> estrangeira; em reais, "BRL", o próprio GLValor e taxa 1.
*> Acrescentados ao final para os registros antigos continuarem
*> legíveis: linhas de antes dos campos chegam em branco e são de
*> reais.
    05  GLMoedaOriginal         PIC X(3).
    05  GLValorOriginal         PIC S9(8)V99 SIGN IS LEADING SEPARATE.
    05  GLTaxaCambio            PIC 9(4)V9(6).
