*> Layout do registro de correções data/somanumeros_correcoes.dat,
*> gravado por CorrecaoSuspensos na hora de cada correção confirmada:
*> quem corrigiu, quando, o suspenso de origem (lote e registro) e a
*> posição do detalhe corrigido no lote de reenvio. É por esta posição
*> — lote de reenvio e número do registro, os mesmos que
*> SomaNumerosLote grava na fila de pendentes quando o item corrigido
*> passa do limite de aprovação — que AprovacaoPendentes reconhece o
*> item e impede que o próprio corretor o aprove.
01  RegistroCorrecao.
    05  CorrecaoData            PIC 9(8).
    05  CorrecaoHora            PIC 9(8).
    05  CorrecaoOperador        PIC X(8).
    05  CorrecaoLoteReenvio     PIC X(10).
    05  CorrecaoRegReenvio      PIC 9(7).
    05  CorrecaoLoteOrigem      PIC X(10).
    05  CorrecaoRegOrigem       PIC 9(7).
    05  CorrecaoMotivo          PIC X(2).
*> Liberação de falso positivo de duplicidade: o suspenso "DU" volta
*> no reenvio sem alteração, com a justificativa do operador, e
*> SomaNumerosLote não o confere de novo. Acrescentados ao final para
*> os registros antigos continuarem legíveis: em branco, correção.
    05  CorrecaoTipo            PIC X(1).
        88  CorrecaoLiberacao               VALUE "L".
    05  CorrecaoJustificativa   PIC X(60).
