*> Layout da situação dos períodos contábeis
*> data/somanumeros_periodos.dat, mantido por ManutencaoPeriodos: uma
*> linha por mês (AAAAMM) com a situação — "A" aberto, "E" em
*> fechamento, "F" fechado — e quem fez a última mudança e quando.
*> Mês sem linha no arquivo está aberto.
*>
*> Em fechamento o mês ainda aceita lançamentos (os ajustes de última
*> hora da controladoria entram nele), com aviso; fechado, nada mais
*> posta com data de movimento no mês: SomaNumerosLote recusa o lote
*> inteiro (estornos são redirecionados ao primeiro período aberto),
*> e a sessão interativa, EstornoSomaNumeros e GeradorRecorrentes não
*> geram movimento datado nele.
01  RegistroPeriodo.
    05  PeriodoAnoMes           PIC 9(6).
    05  PeriodoSituacao         PIC X(1).
        88  PeriodoAberto                   VALUE "A".
        88  PeriodoEmFechamento             VALUE "E".
        88  PeriodoFechado                  VALUE "F".
    05  PeriodoOperador         PIC X(8).
    05  PeriodoDataAlteracao    PIC 9(8).
    05  PeriodoHoraAlteracao    PIC 9(8).
