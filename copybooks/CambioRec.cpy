*> Layout da tabela de taxas de câmbio data/somanumeros_cambio.dat,
*> mantida por ManutencaoCambio: uma linha por moeda e dia, com a taxa
*> em reais por uma unidade da moeda (ex.: USD 0005.123400) e quem fez
*> a última mudança e quando.
*>
*> SomaNumerosLote converte o resultado de cada detalhe de lote em
*> moeda estrangeira pela taxa da moeda na data de movimento do lote
*> (a já redirecionada, no lote só de estornos datado em período
*> fechado) — exatamente a do dia, sem buscar a do dia anterior: o lote
*> sem taxa cadastrada para a data é recusado inteiro, para a
*> tesouraria cadastrar a taxa antes de o lote ser reenviado. O
*> estorno não usa esta tabela quando traz a própria taxa
*> (TaxaDetalhe-Ent): desfaz o lançamento pela taxa original, mesmo
*> redirecionado para outro período. O real (BRL) não tem linha aqui:
*> vale sempre 1.
01  RegistroCambio.
    05  CambioMoeda             PIC X(3).
    05  CambioData              PIC 9(8).
    05  CambioTaxa              PIC 9(4)V9(6).
    05  CambioAlteradoPor       PIC X(8).
    05  CambioDataAlteracao     PIC 9(8).
    05  CambioHoraAlteracao     PIC 9(8).
