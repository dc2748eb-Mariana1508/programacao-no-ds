IDENTIFICATION DIVISION.
PROGRAM-ID. RelatorioDuplicidades.

*> Relatório dos detalhes retidos como provável duplicidade (motivo
*> "DU" de SomaNumerosLote), para a operação decidir caso a caso: cada
*> par suspeito/original de data/somanumeros_duplicidades.dat sai com
*> o conteúdo, os dois lotes e a situação atual do suspeito:
*>   PENDENTE   ainda na fila de suspensos com motivo "DU";
*>   LIBERADO   falso positivo liberado em CorrecaoSuspensos (registro
*>              de correções com CorrecaoTipo "L"), com a justificativa
*>              e quem liberou;
*>   CORRIGIDO  reenviado com correção em CorrecaoSuspensos;
*>   DESCARTADO fora da fila sem correção — a duplicidade confirmada.
*> No fim, quantidade e valor (Numero1) por situação e a linha de
*> visto de quem conferiu.
*>
*> O resultado sai no console e em data/somanumeros_duplicidades_rpt.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArquivoDuplicidades
        ASSIGN TO "data/somanumeros_duplicidades.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusDuplicidades.

    SELECT ArquivoSuspensos ASSIGN TO "data/somanumeros_suspensos.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusSuspensos.

    SELECT ArquivoCorrecoes ASSIGN TO "data/somanumeros_correcoes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusCorrecoes.

    SELECT ArquivoRelatorio
        ASSIGN TO "data/somanumeros_duplicidades_rpt.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusRelatorio.

DATA DIVISION.
FILE SECTION.
FD  ArquivoDuplicidades
    RECORDING MODE IS F.
COPY DuplicidadeRec.

FD  ArquivoSuspensos
    RECORDING MODE IS F.
COPY SuspRec.

FD  ArquivoCorrecoes
    RECORDING MODE IS F.
COPY CorrecaoRec.

FD  ArquivoRelatorio
    RECORDING MODE IS F.
01  RegistroRelatorio           PIC X(132).

WORKING-STORAGE SECTION.
01  WsStatusDuplicidades        PIC X(2).
01  WsStatusSuspensos           PIC X(2).
01  WsStatusCorrecoes           PIC X(2).
01  WsStatusRelatorio           PIC X(2).

01  WsFimArquivo                PIC X(1)    VALUE "N".
    88  FimArquivo                         VALUE "S".
01  WsFimSuspensos              PIC X(1)    VALUE "N".
    88  FimSuspensos                       VALUE "S".
01  WsFimCorrecoes              PIC X(1)    VALUE "N".
    88  FimCorrecoes                       VALUE "S".

01  WsDataAtual                 PIC 9(8).
01  WsHoraAtual                 PIC 9(8).

*> Suspensos "DU" ainda na fila, por lote e registro.
01  WsFilaDU.
    05  WsFilaQtde              PIC 9(5)    VALUE ZERO.
    05  WsFilaEntrada OCCURS 5000 TIMES.
        10  WsFilaLoteId        PIC X(10).
        10  WsFilaNumRegistro   PIC 9(7).
01  WsFilaSub                   PIC 9(5) COMP.
01  WsFilaExcedentes            PIC 9(7)    VALUE ZERO.

*> Correções e liberações, pelo suspenso de origem.
01  WsCorrecoes.
    05  WsCorrQtde              PIC 9(5)    VALUE ZERO.
    05  WsCorrEntrada OCCURS 5000 TIMES.
        10  WsCorrLoteOrigem    PIC X(10).
        10  WsCorrRegOrigem     PIC 9(7).
        10  WsCorrTipo          PIC X(1).
        10  WsCorrOperador      PIC X(8).
        10  WsCorrData          PIC 9(8).
        10  WsCorrJustificativa PIC X(60).
01  WsCorrSub                   PIC 9(5) COMP.
01  WsCorrAchada                PIC 9(5) COMP.
01  WsCorrExcedentes            PIC 9(7)    VALUE ZERO.

01  WsSituacao                  PIC X(10).

*> Acumuladores por situação: 1 pendente, 2 liberado, 3 corrigido,
*> 4 descartado.
01  WsPorSituacao.
    05  WsSitEntrada OCCURS 4 TIMES.
        10  WsSitRotulo         PIC X(10).
        10  WsSitQtde           PIC 9(7).
        10  WsSitValor          PIC S9(11)V99.
01  WsSitSub                    PIC 9(2) COMP.

01  WsQtdeLidos                 PIC 9(7)      VALUE ZERO.
01  WsValorTotal                PIC S9(11)V99 VALUE ZERO.

01  WsValorEdt                  PIC -(10)9.99.
01  WsNumero1Edt                PIC -(7)9.99.
01  WsNumero2Edt                PIC -(7)9.99.
01  WsGeracaoTexto              PIC X(8).

01  WsLinhaRelatorio            PIC X(132).

PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 1000-INICIAR-ACUMULADORES
    PERFORM 1200-CARREGAR-FILA-DU
    PERFORM 1300-CARREGAR-CORRECOES
    PERFORM 1500-ABRIR-ARQUIVOS
    PERFORM 1800-INICIAR-RELATORIO
    PERFORM UNTIL FimArquivo
        PERFORM 2000-LER-DUPLICIDADE
        IF NOT FimArquivo
            PERFORM 3000-LISTAR-PAR
        END-IF
    END-PERFORM
    PERFORM 5000-ENCERRAR
    STOP RUN.

1000-INICIAR-ACUMULADORES.
    MOVE "PENDENTE"   TO WsSitRotulo(1)
    MOVE "LIBERADO"   TO WsSitRotulo(2)
    MOVE "CORRIGIDO"  TO WsSitRotulo(3)
    MOVE "DESCARTADO" TO WsSitRotulo(4)
    PERFORM VARYING WsSitSub FROM 1 BY 1 UNTIL WsSitSub > 4
        MOVE ZERO TO WsSitQtde(WsSitSub)
        MOVE ZERO TO WsSitValor(WsSitSub)
    END-PERFORM.

1200-CARREGAR-FILA-DU.
    OPEN INPUT ArquivoSuspensos
    IF WsStatusSuspensos NOT = "00"
        DISPLAY "Fila de suspensos indisponível. Status: "
            WsStatusSuspensos
        STOP RUN
    END-IF
    PERFORM UNTIL FimSuspensos
        READ ArquivoSuspensos
            AT END
                SET FimSuspensos TO TRUE
            NOT AT END
                IF SuspensoDuplicidade
                    IF WsFilaQtde < 5000
                        ADD 1 TO WsFilaQtde
                        MOVE SuspensoLoteId
                            TO WsFilaLoteId(WsFilaQtde)
                        MOVE SuspensoNumRegistro
                            TO WsFilaNumRegistro(WsFilaQtde)
                    ELSE
                        ADD 1 TO WsFilaExcedentes
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArquivoSuspensos
    IF WsFilaExcedentes > ZERO
        DISPLAY "Aviso: " WsFilaExcedentes " suspenso(s) DU além de"
            " 5000 não carregados; aparecerão como DESCARTADO."
    END-IF.

*> Sem registro de correções, nenhum suspeito foi liberado nem
*> corrigido ainda.
1300-CARREGAR-CORRECOES.
    OPEN INPUT ArquivoCorrecoes
    IF WsStatusCorrecoes = "00"
        PERFORM UNTIL FimCorrecoes
            READ ArquivoCorrecoes
                AT END
                    SET FimCorrecoes TO TRUE
                NOT AT END
                    IF WsCorrQtde < 5000
                        ADD 1 TO WsCorrQtde
                        MOVE CorrecaoLoteOrigem
                            TO WsCorrLoteOrigem(WsCorrQtde)
                        MOVE CorrecaoRegOrigem
                            TO WsCorrRegOrigem(WsCorrQtde)
                        MOVE CorrecaoTipo
                            TO WsCorrTipo(WsCorrQtde)
                        MOVE CorrecaoOperador
                            TO WsCorrOperador(WsCorrQtde)
                        MOVE CorrecaoData
                            TO WsCorrData(WsCorrQtde)
                        MOVE CorrecaoJustificativa
                            TO WsCorrJustificativa(WsCorrQtde)
                    ELSE
                        ADD 1 TO WsCorrExcedentes
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArquivoCorrecoes
    END-IF
    IF WsCorrExcedentes > ZERO
        DISPLAY "Aviso: " WsCorrExcedentes " correção(ões) além de"
            " 5000 não carregadas."
    END-IF.

1500-ABRIR-ARQUIVOS.
    OPEN INPUT ArquivoDuplicidades
    IF WsStatusDuplicidades = "35"
        DISPLAY "Nenhuma duplicidade registrada."
        STOP RUN
    END-IF
    IF WsStatusDuplicidades NOT = "00"
        DISPLAY "Registro de duplicidades indisponível. Status: "
            WsStatusDuplicidades
        STOP RUN
    END-IF
    OPEN OUTPUT ArquivoRelatorio
    IF WsStatusRelatorio NOT = "00"
        DISPLAY "Erro ao abrir relatório de duplicidades. Status: "
            WsStatusRelatorio
        CLOSE ArquivoDuplicidades
        STOP RUN
    END-IF.

1800-INICIAR-RELATORIO.
    ACCEPT WsDataAtual FROM DATE YYYYMMDD
    ACCEPT WsHoraAtual FROM TIME
    MOVE SPACES TO WsLinhaRelatorio
    STRING "PROVÁVEIS DUPLICIDADES RETIDAS - EMITIDO EM "
               DELIMITED BY SIZE
           WsDataAtual DELIMITED BY SIZE
           " "         DELIMITED BY SIZE
           WsHoraAtual DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA.

2000-LER-DUPLICIDADE.
    READ ArquivoDuplicidades
        AT END
            SET FimArquivo TO TRUE
        NOT AT END
            ADD 1 TO WsQtdeLidos
    END-READ.

3000-LISTAR-PAR.
    PERFORM 3100-APURAR-SITUACAO
    ADD 1 TO WsSitQtde(WsSitSub)
    ADD DupNumero1 TO WsSitValor(WsSitSub)
    ADD DupNumero1 TO WsValorTotal
    MOVE DupNumero1 TO WsNumero1Edt
    MOVE DupNumero2 TO WsNumero2Edt
    MOVE SPACES TO WsLinhaRelatorio
    STRING WsSituacao         DELIMITED BY SIZE
           " origem "         DELIMITED BY SIZE
           DupSistemaOrigem   DELIMITED BY SIZE
           " suspeito lote "  DELIMITED BY SIZE
           DupLoteId          DELIMITED BY SIZE
           " registro "       DELIMITED BY SIZE
           DupNumRegistro     DELIMITED BY SIZE
           " movimento "      DELIMITED BY SIZE
           DupDataMovimento   DELIMITED BY SIZE
           " retido em "      DELIMITED BY SIZE
           DupData            DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    IF DupOrigGeracao = ZERO
        MOVE "corrente" TO WsGeracaoTexto
    ELSE
        MOVE DupOrigGeracao TO WsGeracaoTexto
    END-IF
    MOVE SPACES TO WsLinhaRelatorio
    STRING "           original lote " DELIMITED BY SIZE
           DupOrigLoteId      DELIMITED BY SIZE
           " registro "       DELIMITED BY SIZE
           DupOrigNumRegistro DELIMITED BY SIZE
           " movimento "      DELIMITED BY SIZE
           DupOrigDataMovimento DELIMITED BY SIZE
           " postado em "     DELIMITED BY SIZE
           DupOrigData        DELIMITED BY SIZE
           " auditoria "      DELIMITED BY SIZE
           WsGeracaoTexto     DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "           numero1 "   DELIMITED BY SIZE
           WsNumero1Edt        DELIMITED BY SIZE
           " numero2 "         DELIMITED BY SIZE
           WsNumero2Edt        DELIMITED BY SIZE
           " operação "        DELIMITED BY SIZE
           DupCodigoOperacao   DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    IF WsSitSub = 2 OR WsSitSub = 3
        MOVE SPACES TO WsLinhaRelatorio
        STRING "           por "   DELIMITED BY SIZE
               WsCorrOperador(WsCorrAchada) DELIMITED BY SIZE
               " em "              DELIMITED BY SIZE
               WsCorrData(WsCorrAchada) DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF
    IF WsSitSub = 2
        MOVE SPACES TO WsLinhaRelatorio
        STRING "           justificativa: " DELIMITED BY SIZE
               WsCorrJustificativa(WsCorrAchada) DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF.

*> Correção ou liberação registrada vale mais que a fila: o suspenso
*> tratado não está mais lá de qualquer forma.
3100-APURAR-SITUACAO.
    MOVE ZERO TO WsCorrAchada
    PERFORM VARYING WsCorrSub FROM 1 BY 1
            UNTIL WsCorrSub > WsCorrQtde OR WsCorrAchada > ZERO
        IF WsCorrLoteOrigem(WsCorrSub) = DupLoteId
                AND WsCorrRegOrigem(WsCorrSub) = DupNumRegistro
            MOVE WsCorrSub TO WsCorrAchada
        END-IF
    END-PERFORM
    IF WsCorrAchada > ZERO
        IF WsCorrTipo(WsCorrAchada) = "L"
            MOVE 2 TO WsSitSub
        ELSE
            MOVE 3 TO WsSitSub
        END-IF
    ELSE
        MOVE 4 TO WsSitSub
        PERFORM VARYING WsFilaSub FROM 1 BY 1
                UNTIL WsFilaSub > WsFilaQtde OR WsSitSub = 1
            IF WsFilaLoteId(WsFilaSub) = DupLoteId
                    AND WsFilaNumRegistro(WsFilaSub) = DupNumRegistro
                MOVE 1 TO WsSitSub
            END-IF
        END-PERFORM
    END-IF
    MOVE WsSitRotulo(WsSitSub) TO WsSituacao.

5000-ENCERRAR.
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE "QUADRO POR SITUAÇÃO (quantidade / valor):"
        TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    PERFORM VARYING WsSitSub FROM 1 BY 1 UNTIL WsSitSub > 4
        MOVE WsSitValor(WsSitSub) TO WsValorEdt
        MOVE SPACES TO WsLinhaRelatorio
        STRING "  "          DELIMITED BY SIZE
               WsSitRotulo(WsSitSub) DELIMITED BY SIZE
               " : "         DELIMITED BY SIZE
               WsSitQtde(WsSitSub) DELIMITED BY SIZE
               "  valor "    DELIMITED BY SIZE
               WsValorEdt    DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-PERFORM
    MOVE WsValorTotal TO WsValorEdt
    MOVE SPACES TO WsLinhaRelatorio
    STRING "Pares registrados        : " DELIMITED BY SIZE
           WsQtdeLidos DELIMITED BY SIZE
           "  valor "  DELIMITED BY SIZE
           WsValorEdt  DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE "Conferido por: ______________________  Data: ___/___/_____"
        TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    CLOSE ArquivoRelatorio
    CLOSE ArquivoDuplicidades
    DISPLAY "Relatório gravado em data/somanumeros_duplicidades_rpt.dat".

8000-GRAVAR-LINHA.
    MOVE WsLinhaRelatorio TO RegistroRelatorio
    WRITE RegistroRelatorio
    DISPLAY WsLinhaRelatorio.
