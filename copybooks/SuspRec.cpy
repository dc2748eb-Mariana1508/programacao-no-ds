*> repete o sistema de origem do cabeçalho do lote, para a prestação
*> de contas por área alimentadora (RelatorioOrigens) contar também o
*> que caiu em suspensos; linhas antigas chegam com o campo em branco.
*>
*> "DU" é o detalhe retido como provável duplicidade: o mesmo conteúdo
*> (Numero1, Numero2, operação, moeda, data de movimento, origem) já
*> postado por outro lote, procurado na janela de dias úteis; o par
*> suspeito/original fica em
*> data/somanumeros_duplicidades.dat (ver DuplicidadeRec).
*>
*> SuspensoMoeda é a moeda do detalhe (a do cabeçalho do lote ou a do
*> próprio detalhe) e SuspensoTaxaInformada a taxa que o detalhe de
*> estorno trazia (zero nos demais), para CorrecaoSuspensos reenviar o
*> item na moeda em que chegou. Acrescentados ao final para os
*> registros antigos continuarem legíveis: em branco, reais.
*> SuspensoDataOriginal repete a data original que o detalhe de estorno
*> trazia (DataOriginalDetalhe-Ent; zero nos demais), para o reenvio
*> continuar postando o estorno no período certo; acrescentado ao
*> final pelo mesmo motivo.
01  RegistroSuspenso.
    05  SuspensoMotivo          PIC X(2).
        88  SuspensoNumInvalido             VALUE "NV".
        88  SuspensoForaFaixa               VALUE "TF".
        88  SuspensoSemMapaGL               VALUE "GL".
        88  SuspensoRejAprovacao            VALUE "AP".
        88  SuspensoDuplicidade             VALUE "DU".
    05  SuspensoData            PIC 9(8).
    05  SuspensoLoteId          PIC X(10).
    05  SuspensoNumRegistro     PIC 9(7).
    05  SuspensoEntrada         PIC X(40).
    05  SuspensoSistemaOrigem   PIC X(8).
    05  SuspensoMoeda           PIC X(3).
    05  SuspensoTaxaInformada   PIC 9(4)V9(6).
    05  SuspensoDataOriginal    PIC 9(8).
