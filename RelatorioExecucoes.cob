                MOVE "lote recusado"       TO WsSituacaoTexto
            WHEN RunLogValidacaoReprovada
                MOVE "validação reprovada" TO WsSituacaoTexto
            WHEN RunLogPeriodoFechado
                MOVE "período fechado"     TO WsSituacaoTexto
            WHEN OTHER
                MOVE "?"                   TO WsSituacaoTexto
        END-EVALUATE
            " a " RunLogDataFim " " RunLogHoraFim
        DISPLAY "Lote " RunLogLoteId "  modo " WsModoTexto
            "  situação " WsSituacaoTexto
*> Registros antigos, de antes da origem no log, chegam sem ela.
        IF RunLogSistemaOrigem NOT = SPACES
            DISPLAY "Origem " RunLogSistemaOrigem
                "  data de movimento " RunLogDataMovimento
        END-IF
        DISPLAY "Lidos " RunLogQtdeLidos "  gravados " RunLogQtdeGravados
            "  rejeitados " RunLogQtdeRejeitados
        IF RunLogQtdeRejeitados > ZERO
                "  div.zero " RunLogRejDivZero
                "  faixa " RunLogRejFaixa
                "  mapa GL " RunLogRejMapaGL
*> Registros antigos, de antes do motivo de duplicidade, chegam com o
*> campo em branco.
            IF RunLogRejDuplicidade NUMERIC
                    AND RunLogRejDuplicidade > ZERO
                DISPLAY "  provável duplicidade " RunLogRejDuplicidade
            END-IF
        END-IF
        IF RunLogFoiRetomada
            ADD 1 TO WsQtdeRetomadas
