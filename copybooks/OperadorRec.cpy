*> Layout do cadastro de operadores data/somanumeros_operadores.dat,
*> mantido por ManutencaoOperadores: quem pode entrar nos programas de
*> manutenção, aprovação, correção e lançamento, e com que papel. Cada
*> programa pede a identificação na entrada, confere o operador contra
*> este cadastro (existente e ativo) e recusa quem não tem o papel da
*> função; a entrada e cada recusa vão para o log de segurança
*> (SegurancaRec).
*>
*> Papéis ("S" = tem o papel, qualquer outro valor = não tem):
*>   POSTER    lançamento interativo (SomaNumeros)
*>   CORRECTOR correção de suspensos (CorrecaoSuspensos)
*>   APPROVER  decisão da fila de pendentes (AprovacaoPendentes)
*>   GLMAINT   mapeamento contábil (ManutencaoMapaGL)
*>   CALMAINT  calendário de dias úteis (ManutencaoCalendario)
*>   PERMAINT  situação dos períodos contábeis (ManutencaoPeriodos)
*>   SECADMIN  o próprio cadastro de operadores (ManutencaoOperadores)
*>   SRCMAINT  cadastro de sistemas de origem (ManutencaoOrigens)
*>   FXMAINT   tabela de taxas de câmbio (ManutencaoCambio)
*>
*> OperadorLimiteAprovacao é o maior resultado, em valor absoluto, que
*> o aprovador pode liberar em AprovacaoPendentes; acima dele o item
*> fica na fila para um aprovador de alçada maior. Operador desligado
*> não é excluído — fica inativo ("I"), para o log de segurança e os
*> históricos continuarem apontando um cadastro existente.
01  RegistroOperador.
    05  OperadorId              PIC X(8).
    05  OperadorNome            PIC X(30).
    05  OperadorSituacao        PIC X(1).
        88  OperadorAtivo                   VALUE "A".
        88  OperadorInativo                 VALUE "I".
    05  OperadorPapeis.
        10  OperadorPapelLancador       PIC X(1).
            88  OperadorPodeLancar              VALUE "S".
        10  OperadorPapelCorretor       PIC X(1).
            88  OperadorPodeCorrigir            VALUE "S".
        10  OperadorPapelAprovador      PIC X(1).
            88  OperadorPodeAprovar             VALUE "S".
        10  OperadorPapelMapaGL         PIC X(1).
            88  OperadorPodeManterMapaGL        VALUE "S".
        10  OperadorPapelCalendario     PIC X(1).
            88  OperadorPodeManterCalendario    VALUE "S".
        10  OperadorPapelPeriodos       PIC X(1).
            88  OperadorPodeManterPeriodos      VALUE "S".
        10  OperadorPapelCadastro       PIC X(1).
            88  OperadorPodeManterOperadores    VALUE "S".
    05  OperadorLimiteAprovacao PIC 9(8)V99.
    05  OperadorAlteradoPor     PIC X(8).
    05  OperadorDataAlteracao   PIC 9(8).
    05  OperadorHoraAlteracao   PIC 9(8).
*> Acrescentado ao final para os registros antigos continuarem
*> legíveis; linhas de antes do campo chegam com ele em branco, isto
*> é, sem o papel.
    05  OperadorPapelOrigens    PIC X(1).
        88  OperadorPodeManterOrigens       VALUE "S".
*> Acrescentado ao final pelo mesmo motivo; linha antiga, sem o papel.
    05  OperadorPapelCambio     PIC X(1).
        88  OperadorPodeManterCambio        VALUE "S".
