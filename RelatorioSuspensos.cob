
01  WsValorSuspenso             PIC S9(7)V99.

*> Acumuladores por motivo (os sete motivos conhecidos mais um
*> "outros" para registros de versões futuras) e por faixa de idade.
01  WsPorMotivo.
    05  WsMotivoEntrada OCCURS 8 TIMES.
        10  WsMotivoCodigo      PIC X(2).
        10  WsMotivoQtde        PIC 9(7).
        10  WsMotivoValor       PIC S9(11)V99.
    MOVE "TF" TO WsMotivoCodigo(4)
    MOVE "GL" TO WsMotivoCodigo(5)
    MOVE "AP" TO WsMotivoCodigo(6)
    MOVE "DU" TO WsMotivoCodigo(7)
    MOVE "??" TO WsMotivoCodigo(8)
    PERFORM VARYING WsMotivoSub FROM 1 BY 1 UNTIL WsMotivoSub > 8
        MOVE ZERO TO WsMotivoQtde(WsMotivoSub)
        MOVE ZERO TO WsMotivoValor(WsMotivoSub)
    END-PERFORM
3100-ACUMULAR-MOTIVO.
    MOVE ZERO TO WsMotivoSub
    PERFORM VARYING WsMotivoSub FROM 1 BY 1
            UNTIL WsMotivoSub > 7
               OR WsMotivoCodigo(WsMotivoSub) = SuspensoMotivo
        CONTINUE
    END-PERFORM
            MOVE "sem mapeamento contábil"     TO WsMotivoTexto
        WHEN "AP"
            MOVE "rejeitado na aprovação"      TO WsMotivoTexto
        WHEN "DU"
            MOVE "provável duplicidade"        TO WsMotivoTexto
        WHEN OTHER
            MOVE "motivo desconhecido"         TO WsMotivoTexto
    END-EVALUATE.
    MOVE "QUADRO POR MOTIVO (quantidade / valor):"
        TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    PERFORM VARYING WsMotivoSub FROM 1 BY 1 UNTIL WsMotivoSub > 8
        IF WsMotivoQtde(WsMotivoSub) > ZERO
                OR WsMotivoSub < 8
            MOVE WsMotivoValor(WsMotivoSub) TO WsValorEdt
            MOVE SPACES TO WsLinhaRelatorio
            STRING "  "          DELIMITED BY SIZE
