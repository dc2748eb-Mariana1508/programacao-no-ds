*> Layout do arquivo de retorno para o sistema de origem,
*> data/somanumeros_retorno_origem_<ORIGEM>.dat — um arquivo por origem,
*> acumulado entre execuções (OPEN EXTEND), que a área busca em vez de
*> telefonar para a operação perguntando o que aconteceu com o lote.
*>
*> Três tipos de linha, todos com a mesma chave na frente (data/hora de
*> gravação, origem, lote):
*>   "L" resumo do lote, gravado por SomaNumerosLote ao fim de cada
*>       execução: aceito (AC), recusado (RC, com o motivo), recusado
*>       por período fechado (PF) ou, em validação, aprovado (VA) ou
*>       reprovado (VR); com lidos, postados, suspensos e retidos para
*>       aprovação em quantidade e valor;
*>   "D" um por detalhe que não foi postado: número do registro no lote,
*>       motivo (o SuspensoMotivo — NV, OP, DZ, TF, GL, AP, DU — ou PE, retido
*>       acima do limite de aprovação) e a entrada como chegou;
*>   "E" acompanhamento posterior de um detalhe: aprovado e postado (AA)
*>       ou rejeitado (AR) em AprovacaoPendentes, reenviado corrigido
*>       (RE) ou descartado (DE) em CorrecaoSuspensos, rejeitado pelo
*>       carregador do GL (GR) em RetornoGL. RetEvtLoteRef/
*>       RetEvtRegistroRef apontam o lote de reenvio da correção.
*>
*> Os três valores do resumo estão em reais. O dos suspensos é o
*> Numero1 como chegou, convertido pela taxa do detalhe (zero quando não
*> numérico); o dos postados e retidos é a soma calculada, já convertida.
01  RegistroRetornoOrigem.
    05  RetTipoRegistro         PIC X(1).
        88  RetResumoLote                  VALUE "L".
        88  RetDetalheNaoPostado           VALUE "D".
        88  RetEventoPosterior             VALUE "E".
    05  RetData                 PIC 9(8).
    05  RetHora                 PIC 9(8).
    05  RetSistemaOrigem        PIC X(8).
    05  RetLoteId               PIC X(10).
    05  RetDados                PIC X(140).
    05  RetDadosLote REDEFINES RetDados.
        10  RetResultado        PIC X(2).
        10  RetDataMovimento    PIC 9(8).
        10  RetQtdeLidos        PIC 9(7).
        10  RetQtdePostados     PIC 9(7).
        10  RetValorPostados    PIC S9(11)V99 SIGN IS LEADING SEPARATE.
        10  RetQtdeSuspensos    PIC 9(7).
        10  RetValorSuspensos   PIC S9(11)V99 SIGN IS LEADING SEPARATE.
        10  RetQtdeRetidos      PIC 9(7).
        10  RetValorRetidos     PIC S9(11)V99 SIGN IS LEADING SEPARATE.
        10  RetMotivoRecusa     PIC X(60).
    05  RetDadosDetalhe REDEFINES RetDados.
        10  RetNumRegistro      PIC 9(7).
        10  RetMotivo           PIC X(2).
        10  RetEntrada          PIC X(40).
        10  FILLER              PIC X(91).
    05  RetDadosEvento REDEFINES RetDados.
        10  RetEvtNumRegistro   PIC 9(7).
        10  RetEvento           PIC X(2).
        10  RetEvtLoteRef       PIC X(10).
        10  RetEvtRegistroRef   PIC 9(7).
        10  RetEvtOperador      PIC X(8).
        10  RetEvtDescricao     PIC X(60).
        10  FILLER              PIC X(46).
