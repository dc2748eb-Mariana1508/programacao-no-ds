*> Layout do registro de duplicidades data/somanumeros_duplicidades.dat,
*> gravado por SomaNumerosLote para cada detalhe retido em suspensos com
*> motivo "DU": o suspeito (lote, registro, conteúdo, origem e data de
*> movimento) ao lado do original com que ele casou — lote, registro,
*> data de movimento, data de gravação da auditoria e a geração onde
*> foi achado (zero = arquivo corrente). RelatorioDuplicidades lista os
*> pares para a operação decidir, em CorrecaoSuspensos, entre liberar o
*> falso positivo (com justificativa) e descartar a duplicidade.
*>
*> O suspeito casa quando Numero1, Numero2, código de operação, moeda
*> (em branco vale BRL), data de movimento e sistema de origem são
*> iguais aos de uma linha de auditoria de outro lote que não seja
*> estorno. A janela de dias úteis do parâmetro do lote só limita
*> quais arquivos de auditoria — o corrente e as gerações — são lidos.
01  RegistroDuplicidade.
    05  DupData                 PIC 9(8).
    05  DupHora                 PIC 9(8).
    05  DupSistemaOrigem        PIC X(8).
    05  DupDataMovimento        PIC 9(8).
    05  DupLoteId               PIC X(10).
    05  DupNumRegistro          PIC 9(7).
    05  DupNumero1              PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05  DupNumero2              PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05  DupCodigoOperacao       PIC X(1).
    05  DupOrigLoteId           PIC X(10).
    05  DupOrigNumRegistro      PIC 9(7).
    05  DupOrigDataMovimento    PIC 9(8).
    05  DupOrigData             PIC 9(8).
    05  DupOrigGeracao          PIC 9(8).
