*> Layout do arquivo indexado de saldos contábeis
*> data/somanumeros_saldos_contas.idx, chaveado por conta + centro de
*> custo + período (AAAAMM da data de movimento). RetornoGL acumula
*> aqui os débitos e créditos de cada par da interface GL que o
*> carregador confirmou como aceito; BalanceteContabil lê o arquivo e
*> monta o balancete do período — o saldo anterior é a soma dos
*> períodos anteriores da mesma conta/centro de custo.
*>
*> SaldoUltimaAplicacao guarda o número da última aplicação de
*> RetornoGL (data/somanumeros_saldos_aplicados.dat) que atingiu a
*> chave, com a mesma disciplina de MasterUltimoLote: reencontrar o
*> mesmo número numa reexecução após queda significa que a chave já
*> recebeu aquele movimento e a aplicação é ignorada. Chaves gravadas
*> antes da numeração guardam a data da geração, que não colide com
*> os números de aplicação.
01  RegistroSaldoConta.
    05  SaldoChave.
        10  SaldoConta          PIC 9(8).
        10  SaldoCentroCusto    PIC X(6).
        10  SaldoPeriodo        PIC 9(6).
    05  SaldoDebitos            PIC S9(11)V99 SIGN IS LEADING SEPARATE.
    05  SaldoCreditos           PIC S9(11)V99 SIGN IS LEADING SEPARATE.
    05  SaldoQtdeDebitos        PIC 9(7).
    05  SaldoQtdeCreditos       PIC 9(7).
    05  SaldoUltimaAplicacao    PIC 9(8).
