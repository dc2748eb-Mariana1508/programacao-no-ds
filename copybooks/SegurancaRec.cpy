*> Layout do log de segurança data/somanumeros_seguranca.dat: uma
*> linha por entrada de operador e por tentativa recusada nos
*> programas que exigem identificação (ver OperadorRec), gravada na
*> hora do evento e nunca regravada. RelatorioSeguranca lê o log para
*> a auditoria interna.
*>
*> SegEvento:
*>   "EN" entrada aceita
*>   "NC" operador não cadastrado
*>   "IN" operador inativo
*>   "PP" operador sem o papel exigido pela função
*>   "SF" segregação de funções (ex.: quem corrigiu o suspenso tentou
*>        aprovar o mesmo item; operador alterando o próprio cadastro)
*>   "LA" resultado acima do limite de aprovação do operador
*> SegDetalhe descreve o caso (papel exigido, lote/registro, valor).
01  RegistroSeguranca.
    05  SegData                 PIC 9(8).
    05  SegHora                 PIC 9(8).
    05  SegPrograma             PIC X(20).
    05  SegOperador             PIC X(8).
    05  SegEvento               PIC X(2).
        88  SegEntradaAceita                VALUE "EN".
        88  SegNaoCadastrado                VALUE "NC".
        88  SegOperadorInativo              VALUE "IN".
        88  SegSemPapel                     VALUE "PP".
        88  SegSegregacao                   VALUE "SF".
        88  SegAcimaLimite                  VALUE "LA".
    05  SegDetalhe              PIC X(60).
