*> de registros, soma de Numero1, soma de Numero2, soma de Soma) com
*> reconferência de cada linha (Numero1 CodigoOperacao Numero2 = Soma),
*> para o fechamento.
*>
*> Lançamento em moeda estrangeira é reconferido em dois passos: a
*> operação contra o valor na moeda original (AuditoriaValorOriginal)
*> e a conversão — valor original vezes a taxa gravada, arredondado ao
*> centavo — contra AuditoriaSoma, que está em reais. Os totais saem
*> também por moeda, com o total original e o convertido.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*> valor gravado em AuditoriaSoma já tenha sido truncado na origem.
01  WsSomaRecalculada           PIC S9(14)V99.

*> Moeda da linha (em branco nas linhas antigas: reais), o valor que a
*> operação deve reproduzir e a conversão refeita.
01  WsMoedaLinha                PIC X(3).
01  WsValorEsperado             PIC S9(8)V99.
01  WsSomaConvertida            PIC S9(14)V99.

01  WsMoedas.
    05  WsMoedaQtde             PIC 9(2)     VALUE ZERO.
    05  WsMoedaEntrada OCCURS 20 TIMES.
        10  WsMoedaCodigo       PIC X(3).
        10  WsMoedaRegistros    PIC 9(7).
        10  WsMoedaTotalOrig    PIC S9(11)V99.
        10  WsMoedaTotalReais   PIC S9(11)V99.

01  WsMoedaSub                  PIC 9(2) COMP.
01  WsMoedaIndice               PIC 9(2) COMP.
01  WsTotalOrigEdt              PIC -(11)9.99.
01  WsTotalReaisEdt             PIC -(11)9.99.

01  WsTotais.
    05  WsTotalRegistros        PIC 9(7)     VALUE ZERO.
    05  WsTotalNumero1          PIC S9(10)V99 VALUE ZERO.
            SET EstouroTotais TO TRUE
    END-ADD

    IF AuditoriaMoeda = SPACES
        MOVE "BRL" TO WsMoedaLinha
    ELSE
        MOVE AuditoriaMoeda TO WsMoedaLinha
    END-IF
    IF WsMoedaLinha = "BRL"
        MOVE AuditoriaSoma TO WsValorEsperado
    ELSE
        MOVE AuditoriaValorOriginal TO WsValorEsperado
    END-IF
    PERFORM 3100-ACUMULAR-MOEDA

    EVALUATE TRUE
        WHEN AuditoriaOperacaoSoma
            COMPUTE WsSomaRecalculada = AuditoriaNumero1 + AuditoriaNumero2
            COMPUTE WsSomaRecalculada = AuditoriaNumero1 * AuditoriaNumero2
        WHEN AuditoriaOperacaoDivisao
            IF AuditoriaNumero2 = ZERO
                MOVE WsValorEsperado TO WsSomaRecalculada
            ELSE
                COMPUTE WsSomaRecalculada = AuditoriaNumero1 / AuditoriaNumero2
            END-IF
            MOVE ZERO TO WsSomaRecalculada
    END-EVALUATE

    IF WsSomaRecalculada NOT = WsValorEsperado
        ADD 1 TO WsTotalDivergencias
        DISPLAY "DIVERGÊNCIA  data=" AuditoriaData
            " hora=" AuditoriaHora
            " " AuditoriaNumero1 " " AuditoriaCodigoOperacao " "
            AuditoriaNumero2
            " = " WsSomaRecalculada " (gravado " WsValorEsperado " "
            WsMoedaLinha ")"
    ELSE
        IF WsMoedaLinha NOT = "BRL"
            PERFORM 3200-CONFERIR-CONVERSAO
        END-IF
    END-IF.

3100-ACUMULAR-MOEDA.
    MOVE ZERO TO WsMoedaIndice
    PERFORM VARYING WsMoedaSub FROM 1 BY 1
            UNTIL WsMoedaSub > WsMoedaQtde OR WsMoedaIndice > ZERO
        IF WsMoedaCodigo(WsMoedaSub) = WsMoedaLinha
            MOVE WsMoedaSub TO WsMoedaIndice
        END-IF
    END-PERFORM
    IF WsMoedaIndice = ZERO
        IF WsMoedaQtde < 20
            ADD 1 TO WsMoedaQtde
            MOVE WsMoedaQtde  TO WsMoedaIndice
            MOVE WsMoedaLinha TO WsMoedaCodigo(WsMoedaIndice)
            MOVE ZERO TO WsMoedaRegistros(WsMoedaIndice)
            MOVE ZERO TO WsMoedaTotalOrig(WsMoedaIndice)
            MOVE ZERO TO WsMoedaTotalReais(WsMoedaIndice)
        ELSE
            SET EstouroTotais TO TRUE
        END-IF
    END-IF
    IF WsMoedaIndice > ZERO
        ADD 1 TO WsMoedaRegistros(WsMoedaIndice)
        ADD WsValorEsperado TO WsMoedaTotalOrig(WsMoedaIndice)
            ON SIZE ERROR
                SET EstouroTotais TO TRUE
        END-ADD
        ADD AuditoriaSoma TO WsMoedaTotalReais(WsMoedaIndice)
            ON SIZE ERROR
                SET EstouroTotais TO TRUE
        END-ADD
    END-IF.

3200-CONFERIR-CONVERSAO.
    IF AuditoriaTaxaCambio NOT NUMERIC
        MOVE ZERO TO WsSomaConvertida
    ELSE
        COMPUTE WsSomaConvertida ROUNDED
            = AuditoriaValorOriginal * AuditoriaTaxaCambio
    END-IF
    IF WsSomaConvertida NOT = AuditoriaSoma
        ADD 1 TO WsTotalDivergencias
        DISPLAY "DIVERGÊNCIA  data=" AuditoriaData
            " hora=" AuditoriaHora
            " conversão " WsMoedaLinha " " AuditoriaValorOriginal
            " x " AuditoriaTaxaCambio " = " WsSomaConvertida
            " (gravado " AuditoriaSoma ")"
    END-IF.

4000-IMPRIMIR-TOTAIS.
    DISPLAY "Total Numero2       : " WsTotalNumero2.
    DISPLAY "Total Soma          : " WsTotalSoma.
    DISPLAY "Divergências        : " WsTotalDivergencias.
    PERFORM 4100-IMPRIMIR-MOEDAS
    IF EstouroTotais
        DISPLAY "Situação            : NÃO CONFERE - estouro nos totais de controle"
    ELSE
            DISPLAY "Situação            : NÃO CONFERE - revisar acima"
        END-IF
    END-IF.

*> Total Soma acima está todo em reais; por moeda, o total na moeda
*> original ao lado do convertido.
4100-IMPRIMIR-MOEDAS.
    IF WsMoedaQtde > 1
            OR (WsMoedaQtde = 1 AND WsMoedaCodigo(1) NOT = "BRL")
        DISPLAY "Por moeda           :   registros     total original"
            "    total em reais"
        PERFORM VARYING WsMoedaSub FROM 1 BY 1
                UNTIL WsMoedaSub > WsMoedaQtde
            MOVE WsMoedaTotalOrig(WsMoedaSub)  TO WsTotalOrigEdt
            MOVE WsMoedaTotalReais(WsMoedaSub) TO WsTotalReaisEdt
            DISPLAY "  " WsMoedaCodigo(WsMoedaSub) "               : "
                WsMoedaRegistros(WsMoedaSub) " " WsTotalOrigEdt " "
                WsTotalReaisEdt
        END-PERFORM
    END-IF.
