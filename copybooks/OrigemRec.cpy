*> Layout do cadastro de sistemas de origem data/somanumeros_origens.dat,
*> mantido por ManutencaoOrigens. SistemaOrigem-Ent do cabeçalho do
*> lote precisa estar aqui e ativo para SomaNumerosLote aceitar o lote
*> — antes era texto livre, e um erro de digitação virava uma "origem"
*> nova em RelatorioOrigens.
*>
*> OrigemDiaEnvio marca os dias da semana em que a área manda arquivo
*> (posições 1=domingo ... 7=sábado, "S" = envia, como a regra semanal
*> do calendário); num dia útil marcado, MonitorOrigens espera o lote
*> até OrigemHoraCorte (HHMM; zero = até o fim do dia), e
*> RevisaoAnalitica aponta o dia sem movimento da origem. Origens
*> geradas pelos nossos próprios programas (CORRECAO, ESTORNO,
*> RECORREN) são cadastradas sem dias de envio: são aceitas, mas não
*> entram no acompanhamento de chegada.
*>
*> OrigemMaxDetalhes e OrigemMaxValor limitam cada lote da origem: a
*> quantidade de detalhes e o valor bruto (soma dos valores absolutos
*> de Numero1 e Numero2 dos detalhes). Acima de qualquer um, o lote é
*> recusado inteiro, como um rodapé que não bate; zero não limita.
*> OrigemContato é quem a operação aciona quando o arquivo não chega
*> ou é recusado.
01  RegistroOrigem.
    05  OrigemCodigo            PIC X(8).
    05  OrigemDescricao         PIC X(30).
    05  OrigemSituacao          PIC X(1).
        88  OrigemAtiva                     VALUE "A".
        88  OrigemInativa                   VALUE "I".
    05  OrigemDiasEnvio.
        10  OrigemDiaEnvio OCCURS 7 TIMES
                                PIC X(1).
    05  OrigemHoraCorte         PIC 9(4).
    05  OrigemMaxDetalhes       PIC 9(7).
    05  OrigemMaxValor          PIC 9(11)V99.
    05  OrigemContato           PIC X(40).
    05  OrigemAlteradoPor       PIC X(8).
    05  OrigemDataAlteracao     PIC 9(8).
    05  OrigemHoraAlteracao     PIC 9(8).
*> Conferência de duplicidade por conteúdo em SomaNumerosLote: "N"
*> dispensa a origem — as que mandam legitimamente os mesmos valores
*> todo dia, como RECORREN. Acrescentado ao final para os registros
*> antigos continuarem legíveis: em branco, a origem é conferida.
    05  OrigemConfereDuplicidade PIC X(1).
        88  OrigemSemDuplicidade            VALUE "N".
