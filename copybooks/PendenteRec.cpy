*> data/somanumeros_pendentes_hist.dat (mesmo layout), levando a
*> situação, o aprovador e a data/hora — o rastro do sign-off — sem a
*> fila crescer sem limite com decididos antigos.
*>
*> PendenteSoma é o resultado já convertido para reais — é ele que se
*> compara ao limite e à alçada do aprovador. PendenteMoeda,
*> PendenteValorOriginal e PendenteTaxaCambio guardam a moeda, o
*> resultado na moeda original e a taxa usada, para a postagem da
*> aprovação gravar a mesma conversão; acrescentados ao final para os
*> registros antigos continuarem legíveis — em branco, reais.
*> PendenteDataOriginal é a data do lançamento original do estorno
*> redirecionado de período fechado (zero nos demais), que a aprovação
*> leva para AuditoriaDataOriginal; acrescentado ao final pelo mesmo
*> motivo.
01  RegistroPendente.
    05  PendenteSituacao        PIC X(1).
        88  PendenteEmEspera                VALUE "P".
    05  PendenteAprovador       PIC X(8).
    05  PendenteDataDecisao     PIC 9(8).
    05  PendenteHoraDecisao     PIC 9(8).
    05  PendenteMoeda           PIC X(3).
    05  PendenteValorOriginal   PIC S9(8)V99 SIGN IS LEADING SEPARATE.
    05  PendenteTaxaCambio      PIC 9(4)V9(6).
    05  PendenteDataOriginal    PIC 9(8).
