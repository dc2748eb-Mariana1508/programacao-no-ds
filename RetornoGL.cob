*> datada — e o retorno normalmente chega depois do corte — o operador
*> pode informar a data da geração a conferir
*> (somanumeros_interface_gl.AAAAMMDD.dat); em branco, a leitura é do
*> arquivo corrente. A geração só é lida se confere com o selo gravado
*> no fechamento (SeloGeracao) — os saldos contábeis saem dela.
*>
*> Os pares aceitos de uma geração datada alimentam o arquivo de
*> saldos contábeis data/somanumeros_saldos_contas.idx (conta + centro
*> de custo + período), base do balancete emitido por
*> BalanceteContabil: o débito do par vai para a conta/centro de custo
*> de débito e o crédito para a de crédito, no período da data de
*> movimento. Cada par é aplicado uma única vez — os já aplicados
*> ficam registrados, por lote/registro, em
*> data/somanumeros_saldos_aplicados.dat: uma nova conferência da
*> mesma geração, com um retorno que traz os pares que faltavam (sem
*> retorno na primeira vez), soma só esses. Uma aplicação interrompida
*> no meio dos saldos só é retomada com o mesmo conjunto de pares
*> aceitos que ela registrou; outro retorno é recusado, com código de
*> retorno 16, sem tocar os saldos. O arquivo corrente não
*> alimenta os saldos: ainda pode receber lançamentos e será conferido
*> de novo depois do corte.
*>
*> O resultado sai no console e em data/somanumeros_retorno_rpt.dat,
*> com bloco de assinatura, como na conferência de três vias.
*>
*> O par rejeitado também volta para o sistema de origem da transação
*> (GLSistemaOrigem), como acompanhamento no arquivo de retorno da
*> origem (RetornoOrigemRec); linhas da interface de antes do campo não
*> têm origem e ficam só na fila de acompanhamento.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusRelatorio.

    SELECT ArquivoSaldos ASSIGN TO "data/somanumeros_saldos_contas.idx"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SaldoChave
        FILE STATUS IS WsStatusSaldos.

    SELECT ArquivoRetornoOrigem ASSIGN TO DYNAMIC WsCaminhoRetornoOrigem
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusRetornoOrigem.

    SELECT ArquivoAplicados
        ASSIGN TO "data/somanumeros_saldos_aplicados.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusAplicados.

DATA DIVISION.
FILE SECTION.
FD  ArquivoInterfaceGL
    RECORDING MODE IS F.
01  RegistroRelatorio           PIC X(132).

FD  ArquivoRetornoOrigem
    RECORDING MODE IS F.
COPY RetornoOrigemRec.

FD  ArquivoSaldos.
COPY SaldoContaRec.

*> Pares da interface já aplicados aos saldos contábeis. Cada execução
*> que aplica é numerada (AplicadoNumero) e grava, antes de tocar os
*> saldos, uma linha por par a aplicar e depois a linha de início; ao
*> final, a de fim. Sem a linha de início a lista pode estar incompleta
*> e nenhum saldo foi tocado: a aplicação é descartada. Linhas de antes
*> da numeração (tipo em branco) registram a geração inteira como
*> aplicada.
FD  ArquivoAplicados
    RECORDING MODE IS F.
01  RegistroAplicado.
    05  AplicadoGeracao         PIC 9(8).
    05  AplicadoData            PIC 9(8).
    05  AplicadoHora            PIC 9(8).
*> Acrescentados ao final, para as linhas antigas continuarem legíveis.
    05  AplicadoTipo            PIC X(1).
        88  AplicadoInicio                 VALUE "I".
        88  AplicadoPar                    VALUE "P".
        88  AplicadoFim                    VALUE "F".
    05  AplicadoNumero          PIC 9(8).
    05  AplicadoLoteId          PIC X(10).
    05  AplicadoNumRegistro     PIC 9(7).

WORKING-STORAGE SECTION.
01  WsStatusInterfaceGL         PIC X(2).
01  WsStatusRetorno             PIC X(2).
01  WsStatusRejeitados          PIC X(2).
01  WsStatusRelatorio           PIC X(2).
01  WsStatusSaldos              PIC X(2).
01  WsStatusAplicados           PIC X(2).
01  WsStatusRetornoOrigem       PIC X(2).
01  WsCaminhoRetornoOrigem      PIC X(60).

01  WsNomeArqInterfaceGL        PIC X(60)
        VALUE "data/somanumeros_interface_gl.dat".

01  WsEntradaData               PIC X(8).
01  WsDataGeracao               PIC 9(8)    VALUE ZERO.
01  WsMensagemSelo              PIC X(132).
COPY SeloGeracaoParm.

01  WsGeracaoInformada          PIC X(1)    VALUE "N".
    88  GeracaoInformada                   VALUE "S".
01  WsGeracaoJaAplicada         PIC X(1)    VALUE "N".
    88  GeracaoJaAplicada                  VALUE "S".
01  WsFimAplicados              PIC X(1)    VALUE "N".
    88  FimAplicados                       VALUE "S".

*> Pares da geração já aplicados por execuções anteriores, e os que
*> esta execução aplica (marca de novo "S"), gravados em 4580 antes dos
*> saldos. Os pares de uma aplicação interrompida desta mesma geração
*> não contam como aplicados: a execução retoma com o mesmo número, e
*> cada par aceito agora tem de estar na lista interrompida (marca
*> "R", reconferido) e cada par da lista tem de voltar aceito — só
*> assim as chaves que já receberam o movimento, reconhecidas por
*> SaldoUltimaAplicacao, valem pelo mesmo conjunto de pares.
01  WsAplicados.
    05  WsAplQtde               PIC 9(4)    VALUE ZERO.
    05  WsAplEntrada OCCURS 5000 TIMES.
        10  WsAplLoteId         PIC X(10).
        10  WsAplNumRegistro    PIC 9(7).
        10  WsAplNumero         PIC 9(8).
        10  WsAplNovo           PIC X(1).

01  WsAplSub                    PIC 9(4) COMP.
01  WsAplIndice                 PIC 9(4) COMP.
01  WsAplMarca                  PIC 9(4)    VALUE ZERO.

01  WsNumeroAplicacao           PIC 9(8)    VALUE ZERO.
01  WsUltimaAplicacao           PIC 9(8)    VALUE ZERO.
01  WsGeracaoUltimaAplicacao    PIC 9(8)    VALUE ZERO.
01  WsUltimaConcluida           PIC X(1)    VALUE "S".
    88  UltimaConcluida                    VALUE "S".
01  WsUltimaIniciada            PIC X(1)    VALUE "S".
    88  UltimaIniciada                     VALUE "S".
01  WsRegistroFalhou            PIC X(1)    VALUE "N".
    88  RegistroFalhou                     VALUE "S".
01  WsAplicacaoRetomada         PIC X(1)    VALUE "N".
    88  AplicacaoRetomada                  VALUE "S".
01  WsAplicacaoPendente         PIC X(1)    VALUE "N".
    88  AplicacaoPendente                  VALUE "S".
01  WsTabelaAplicadosCheia      PIC X(1)    VALUE "N".
    88  TabelaAplicadosCheia               VALUE "S".
01  WsParJaAplicado             PIC X(1)    VALUE "N".
    88  ParJaAplicado                      VALUE "S".

01  WsFimRetorno                PIC X(1)    VALUE "N".
    88  FimRetorno                         VALUE "S".
01  WsParCcDebito               PIC X(6).
01  WsParContaCredito           PIC 9(8).
01  WsParCcCredito              PIC X(6).
01  WsParSistemaOrigem          PIC X(8).
01  WsParDataMovimento          PIC 9(8).
01  WsParDataMovimentoDec REDEFINES WsParDataMovimento.
    05  WsParPeriodo            PIC 9(6).
    05  FILLER                  PIC 9(2).

*> Movimento aceito por conta + centro de custo + período, somado em
*> memória durante a conferência e aplicado ao arquivo de saldos
*> contábeis de uma vez no final, como os deltas do mestre em
*> SomaNumerosLote.
01  WsSaldosDelta.
    05  WsDeltaQtde             PIC 9(4)    VALUE ZERO.
    05  WsDeltaEntrada OCCURS 1000 TIMES.
        10  WsDeltaConta        PIC 9(8).
        10  WsDeltaCentroCusto  PIC X(6).
        10  WsDeltaPeriodo      PIC 9(6).
        10  WsDeltaDebitos      PIC S9(11)V99.
        10  WsDeltaCreditos     PIC S9(11)V99.
        10  WsDeltaQtdeDebitos  PIC 9(7).
        10  WsDeltaQtdeCreditos PIC 9(7).

01  WsDeltaSub                  PIC 9(4) COMP.
01  WsDeltaIndice               PIC 9(4) COMP.

01  WsDeltaEncontrado           PIC X(1)    VALUE "N".
    88  DeltaEncontrado                    VALUE "S".

*> Chave conta/CC/período que não coube na tabela: aplicar o resto
*> deixaria os saldos curtos para sempre, porque a geração ficaria
*> registrada como aplicada. Os saldos não são tocados e a execução
*> termina com código de retorno 16, para a geração ser reprocessada
*> depois de a tabela ser ampliada.
01  WsTabelaDeltaCheia          PIC X(1)    VALUE "N".
    88  TabelaDeltaCheia                   VALUE "S".
01  WsSaldosAbortados           PIC X(1)    VALUE "N".
    88  SaldosAbortados                    VALUE "S".

01  WsContaLinha                PIC 9(8).
01  WsCentroCustoLinha          PIC X(6).

01  WsQtdeChavesSaldo           PIC 9(5)    VALUE ZERO.
01  WsQtdeChavesIgnoradas       PIC 9(5)    VALUE ZERO.

01  WsContadores.
    05  WsQtdeParesEnviados     PIC 9(7)      VALUE ZERO.
    05  WsQtdeParesSemRetorno   PIC 9(7)      VALUE ZERO.
    05  WsQtdeParesQuebrados    PIC 9(7)      VALUE ZERO.
    05  WsQtdeRetornosOrfaos    PIC 9(7)      VALUE ZERO.
    05  WsQtdeParesJaAplicados  PIC 9(7)      VALUE ZERO.
    05  WsQtdeParesNovos        PIC 9(7)      VALUE ZERO.
    05  WsQtdeParesForaRetomada PIC 9(7)      VALUE ZERO.
    05  WsQtdeParesFaltaRetomada PIC 9(7)     VALUE ZERO.
01  WsValorEnviado              PIC S9(11)V99 VALUE ZERO.
01  WsValorAceito               PIC S9(11)V99 VALUE ZERO.
01  WsValorRejeitado            PIC S9(11)V99 VALUE ZERO.
PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 1000-OBTER-GERACAO
    IF GeracaoInformada
        PERFORM 1100-CARREGAR-APLICADOS
    END-IF
    PERFORM 1200-CARREGAR-RETORNO
    PERFORM 1500-ABRIR-ARQUIVOS
    PERFORM 1800-INICIAR-RELATORIO
        PERFORM 3900-APONTAR-PAR-QUEBRADO
    END-IF
    PERFORM 4000-APONTAR-RETORNOS-ORFAOS
    PERFORM 4500-ATUALIZAR-SALDOS-CONTAS
    PERFORM 5000-ENCERRAR
    IF SaldosAbortados
        MOVE 16 TO RETURN-CODE
    END-IF
    STOP RUN.

1000-OBTER-GERACAO.
            PERFORM 1000-OBTER-GERACAO
        ELSE
            MOVE WsEntradaData TO WsDataGeracao
            SET GeracaoInformada TO TRUE
            MOVE SPACES TO WsNomeArqInterfaceGL
            STRING "data/somanumeros_interface_gl." DELIMITED BY SIZE
                   WsDataGeracao                    DELIMITED BY SIZE
                   ".dat"                           DELIMITED BY SIZE
                INTO WsNomeArqInterfaceGL
            MOVE "V"           TO SeloFuncao
            MOVE WsDataGeracao TO SeloDataGeracao
            MOVE "G"           TO SeloTipoArquivo
            PERFORM 1050-CHAMAR-SELO
        END-IF
    END-IF.

1050-CHAMAR-SELO.
    CALL "SeloGeracao" USING ParametroSelo
    MOVE SPACES TO WsMensagemSelo
    EVALUATE TRUE
        WHEN SeloConfere
            CONTINUE
        WHEN SeloSemSelo
            STRING "Aviso: geração "  DELIMITED BY SIZE
                   SeloDataGeracao    DELIMITED BY SIZE
                   " fechada antes do selo; " DELIMITED BY SIZE
                   SeloCaminho        DELIMITED BY SPACE
                   " lido sem conferência." DELIMITED BY SIZE
                INTO WsMensagemSelo
            DISPLAY WsMensagemSelo
        WHEN OTHER
            STRING "Geração "         DELIMITED BY SIZE
                   SeloDataGeracao    DELIMITED BY SIZE
                   " recusada: "      DELIMITED BY SIZE
                   SeloCaminho        DELIMITED BY SPACE
                   " não confere com o selo do fechamento ("
                                      DELIMITED BY SIZE
                   SeloResultado      DELIMITED BY SIZE
                   ")."               DELIMITED BY SIZE
                INTO WsMensagemSelo
            DISPLAY WsMensagemSelo
    END-EVALUATE
    IF NOT SeloConfere AND NOT SeloSemSelo
        DISPLAY "Rode VerificacaoGeracoes para o detalhe."
        STOP RUN
    END-IF.

*> Lê o registro de aplicações: a geração inteira já aplicada (linha
*> antiga), os pares desta geração já aplicados e a última aplicação
*> numerada. Terminada, ou descartada por não ter chegado aos saldos,
*> a próxima leva o número seguinte; interrompida nos saldos desta
*> geração, é retomada com o mesmo número; interrompida em outra
*> geração, os saldos não são tocados até aquela ser reprocessada.
1100-CARREGAR-APLICADOS.
    MOVE "N" TO WsGeracaoJaAplicada
    OPEN INPUT ArquivoAplicados
    IF WsStatusAplicados = "00"
        PERFORM UNTIL FimAplicados
            READ ArquivoAplicados
                AT END
                    SET FimAplicados TO TRUE
                NOT AT END
                    PERFORM 1150-GUARDAR-APLICADO
            END-READ
        END-PERFORM
        CLOSE ArquivoAplicados
    END-IF
    PERFORM 1160-DESCARTAR-NAO-INICIADA
    EVALUATE TRUE
        WHEN UltimaConcluida
            COMPUTE WsNumeroAplicacao = WsUltimaAplicacao + 1
        WHEN NOT UltimaIniciada
            DISPLAY "Aplicação " WsUltimaAplicacao " da geração "
                WsGeracaoUltimaAplicacao " interrompida antes dos"
                " saldos; descartada."
            COMPUTE WsNumeroAplicacao = WsUltimaAplicacao + 1
        WHEN WsGeracaoUltimaAplicacao = WsDataGeracao
            MOVE WsUltimaAplicacao TO WsNumeroAplicacao
            SET AplicacaoRetomada TO TRUE
            DISPLAY "Aplicação " WsNumeroAplicacao " desta geração"
                " interrompida; só é retomada com o mesmo retorno"
                " da execução interrompida."
        WHEN OTHER
            SET AplicacaoPendente TO TRUE
            DISPLAY "Aplicação " WsUltimaAplicacao " da geração "
                WsGeracaoUltimaAplicacao " interrompida; reprocesse"
                " aquela geração antes desta."
    END-EVALUATE.

1150-GUARDAR-APLICADO.
    IF AplicadoNumero NOT NUMERIC
        IF AplicadoGeracao = WsDataGeracao
            SET GeracaoJaAplicada TO TRUE
        END-IF
    ELSE
        IF AplicadoNumero > WsUltimaAplicacao
            PERFORM 1160-DESCARTAR-NAO-INICIADA
            MOVE WsAplQtde TO WsAplMarca
            MOVE AplicadoNumero TO WsUltimaAplicacao
            MOVE AplicadoGeracao TO WsGeracaoUltimaAplicacao
            MOVE "N" TO WsUltimaConcluida
            MOVE "N" TO WsUltimaIniciada
        END-IF
        EVALUATE TRUE
            WHEN AplicadoFim
                IF AplicadoNumero = WsUltimaAplicacao
                    SET UltimaConcluida TO TRUE
                END-IF
            WHEN AplicadoInicio
                IF AplicadoNumero = WsUltimaAplicacao
                    SET UltimaIniciada TO TRUE
                END-IF
            WHEN AplicadoPar
                IF AplicadoGeracao = WsDataGeracao
                    IF WsAplQtde >= 5000
                        SET TabelaAplicadosCheia TO TRUE
                    ELSE
                        ADD 1 TO WsAplQtde
                        MOVE AplicadoLoteId TO WsAplLoteId(WsAplQtde)
                        MOVE AplicadoNumRegistro
                            TO WsAplNumRegistro(WsAplQtde)
                        MOVE AplicadoNumero TO WsAplNumero(WsAplQtde)
                        MOVE "N"            TO WsAplNovo(WsAplQtde)
                    END-IF
                END-IF
        END-EVALUATE
    END-IF.

*> A aplicação sem linha de fim nem de início não chegou aos saldos:
*> os pares que ela listou saem da tabela.
1160-DESCARTAR-NAO-INICIADA.
    IF NOT UltimaConcluida AND NOT UltimaIniciada
        MOVE WsAplMarca TO WsAplQtde
    END-IF.

1200-CARREGAR-RETORNO.
    MOVE GLNumRegistro  TO WsParNumRegistro
    MOVE GLValor        TO WsParValor
    MOVE GLIndicadorDC  TO WsParIndicador1
    MOVE GLSistemaOrigem TO WsParSistemaOrigem
*> Linhas de antes da data de movimento na interface usam a data de
*> gravação para o período.
    IF GLDataMovimento NUMERIC AND GLDataMovimento > ZERO
        MOVE GLDataMovimento TO WsParDataMovimento
    ELSE
        MOVE GLData          TO WsParDataMovimento
    END-IF
    IF GLIndicadorDC = "D"
        MOVE GLConta       TO WsParContaDebito
        MOVE GLCentroCusto TO WsParCcDebito
    ADD 1 TO WsQtdeParesEnviados
    ADD WsParValor TO WsValorEnviado
    PERFORM 3600-LOCALIZAR-RETORNO
    PERFORM 3650-VERIFICAR-PAR-APLICADO
    IF NOT RetornoEncontrado AND ParJaAplicado
        ADD 1 TO WsQtdeParesJaAplicados
    END-IF
    IF NOT RetornoEncontrado AND NOT ParJaAplicado
        ADD 1 TO WsQtdeParesSemRetorno
        MOVE SPACES TO WsLinhaRelatorio
        STRING "SEM RETORNO: lote " DELIMITED BY SIZE
               " não consta no retorno do GL" DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF
    IF RetornoEncontrado
        MOVE "S" TO WsRetUsada(WsRetIndice)
        IF WsRetSituacao(WsRetIndice) = "A"
            ADD 1 TO WsQtdeParesAceitos
            ADD WsParValor TO WsValorAceito
            IF ParJaAplicado
                ADD 1 TO WsQtdeParesJaAplicados
            ELSE
                PERFORM 3550-ACUMULAR-SALDO-CONTAS
                PERFORM 3660-MARCAR-PAR-APLICADO
            END-IF
        ELSE
            ADD 1 TO WsQtdeParesRejeitados
            ADD WsParValor TO WsValorRejeitado
        END-IF
    END-IF.

3550-ACUMULAR-SALDO-CONTAS.
    MOVE WsParContaDebito TO WsContaLinha
    MOVE WsParCcDebito    TO WsCentroCustoLinha
    PERFORM 3560-LOCALIZAR-DELTA
    IF WsDeltaIndice > ZERO
        ADD WsParValor TO WsDeltaDebitos(WsDeltaIndice)
        ADD 1          TO WsDeltaQtdeDebitos(WsDeltaIndice)
    END-IF
    MOVE WsParContaCredito TO WsContaLinha
    MOVE WsParCcCredito    TO WsCentroCustoLinha
    PERFORM 3560-LOCALIZAR-DELTA
    IF WsDeltaIndice > ZERO
        ADD WsParValor TO WsDeltaCreditos(WsDeltaIndice)
        ADD 1          TO WsDeltaQtdeCreditos(WsDeltaIndice)
    END-IF.

3560-LOCALIZAR-DELTA.
    MOVE "N" TO WsDeltaEncontrado
    MOVE ZERO TO WsDeltaIndice
    PERFORM VARYING WsDeltaSub FROM 1 BY 1
            UNTIL WsDeltaSub > WsDeltaQtde OR DeltaEncontrado
        IF WsDeltaConta(WsDeltaSub) = WsContaLinha
                AND WsDeltaCentroCusto(WsDeltaSub) = WsCentroCustoLinha
                AND WsDeltaPeriodo(WsDeltaSub) = WsParPeriodo
            SET DeltaEncontrado TO TRUE
            MOVE WsDeltaSub TO WsDeltaIndice
        END-IF
    END-PERFORM
    IF NOT DeltaEncontrado
        IF WsDeltaQtde >= 1000
            SET TabelaDeltaCheia TO TRUE
            DISPLAY "Tabela de saldos por conta cheia (1000); conta "
                WsContaLinha " " WsCentroCustoLinha
                " sem lugar - saldos desta geração não serão"
                " aplicados."
        ELSE
            ADD 1 TO WsDeltaQtde
            MOVE WsDeltaQtde        TO WsDeltaIndice
            MOVE WsContaLinha       TO WsDeltaConta(WsDeltaIndice)
            MOVE WsCentroCustoLinha TO WsDeltaCentroCusto(WsDeltaIndice)
            MOVE WsParPeriodo       TO WsDeltaPeriodo(WsDeltaIndice)
            MOVE ZERO TO WsDeltaDebitos(WsDeltaIndice)
            MOVE ZERO TO WsDeltaCreditos(WsDeltaIndice)
            MOVE ZERO TO WsDeltaQtdeDebitos(WsDeltaIndice)
            MOVE ZERO TO WsDeltaQtdeCreditos(WsDeltaIndice)
        END-IF
    END-IF.

3600-LOCALIZAR-RETORNO.
    MOVE "N" TO WsRetornoEncontrado
    MOVE ZERO TO WsRetIndice
        END-IF
    END-PERFORM.

*> Par desta geração aplicado aos saldos por uma execução anterior
*> terminada — o retorno que o trouxe já foi conferido. Na retomada,
*> WsAplIndice aponta o par na lista da aplicação interrompida.
3650-VERIFICAR-PAR-APLICADO.
    MOVE "N" TO WsParJaAplicado
    MOVE ZERO TO WsAplIndice
    PERFORM VARYING WsAplSub FROM 1 BY 1
            UNTIL WsAplSub > WsAplQtde OR ParJaAplicado
        IF WsAplLoteId(WsAplSub) = WsParLoteId
                AND WsAplNumRegistro(WsAplSub) = WsParNumRegistro
                AND WsAplNovo(WsAplSub) = "N"
            IF WsAplNumero(WsAplSub) = WsNumeroAplicacao
                IF WsAplIndice = ZERO
                    MOVE WsAplSub TO WsAplIndice
                END-IF
            ELSE
                SET ParJaAplicado TO TRUE
            END-IF
        END-IF
    END-PERFORM.

3660-MARCAR-PAR-APLICADO.
    IF GeracaoInformada
        IF AplicacaoRetomada
            IF WsAplIndice > ZERO
                MOVE "R" TO WsAplNovo(WsAplIndice)
                ADD 1 TO WsQtdeParesNovos
            ELSE
                ADD 1 TO WsQtdeParesForaRetomada
                MOVE SPACES TO WsLinhaRelatorio
                STRING "FORA DA RETOMADA: lote " DELIMITED BY SIZE
                       WsParLoteId              DELIMITED BY SIZE
                       " registro "             DELIMITED BY SIZE
                       WsParNumRegistro         DELIMITED BY SIZE
                       " aceito agora, ausente da aplicação interrompida"
                                                DELIMITED BY SIZE
                    INTO WsLinhaRelatorio
                PERFORM 8000-GRAVAR-LINHA
            END-IF
        ELSE
            IF WsAplQtde >= 5000
                SET TabelaAplicadosCheia TO TRUE
            ELSE
                ADD 1 TO WsAplQtde
                MOVE WsParLoteId       TO WsAplLoteId(WsAplQtde)
                MOVE WsParNumRegistro  TO WsAplNumRegistro(WsAplQtde)
                MOVE WsNumeroAplicacao TO WsAplNumero(WsAplQtde)
                MOVE "S"               TO WsAplNovo(WsAplQtde)
                ADD 1 TO WsQtdeParesNovos
            END-IF
        END-IF
    END-IF.

3700-GRAVAR-REJEITADO.
    MOVE WsDataAtual       TO RejeitadoData
    MOVE WsParLoteId       TO RejeitadoLoteId
           " - "              DELIMITED BY SIZE
           WsRetMotivo(WsRetIndice) DELIMITED BY SIZE
        INTO WsLinhaRelatorio WITH POINTER WsPonteiro
    PERFORM 8000-GRAVAR-LINHA
    IF WsParSistemaOrigem NOT = SPACES
        PERFORM 3750-GRAVAR-RETORNO-ORIGEM
    END-IF.

*> Devolve a rejeição do par à origem da transação, como linha "E" do
*> seu arquivo de retorno, com o motivo informado pelo carregador.
3750-GRAVAR-RETORNO-ORIGEM.
    MOVE SPACES TO WsCaminhoRetornoOrigem
    STRING "data/somanumeros_retorno_origem_" DELIMITED BY SIZE
           WsParSistemaOrigem                 DELIMITED BY SPACE
           ".dat"                             DELIMITED BY SIZE
        INTO WsCaminhoRetornoOrigem
    OPEN EXTEND ArquivoRetornoOrigem
    IF WsStatusRetornoOrigem = "35"
        OPEN OUTPUT ArquivoRetornoOrigem
    END-IF
    IF WsStatusRetornoOrigem NOT = "00"
        DISPLAY "Aviso: não foi possível gravar o retorno para a origem "
            WsParSistemaOrigem ". Status: " WsStatusRetornoOrigem
    ELSE
        ACCEPT WsHoraAtual FROM TIME
        MOVE SPACES TO RegistroRetornoOrigem
        SET RetEventoPosterior TO TRUE
        MOVE WsDataAtual        TO RetData
        MOVE WsHoraAtual        TO RetHora
        MOVE WsParSistemaOrigem TO RetSistemaOrigem
        MOVE WsParLoteId        TO RetLoteId
        MOVE WsParNumRegistro   TO RetEvtNumRegistro
        MOVE "GR"               TO RetEvento
        MOVE SPACES             TO RetEvtLoteRef
        MOVE ZERO               TO RetEvtRegistroRef
        MOVE SPACES             TO RetEvtOperador
        MOVE SPACES             TO RetEvtDescricao
        STRING "rejeitado pelo GL: " DELIMITED BY SIZE
               WsRetMotivo(WsRetIndice) DELIMITED BY SIZE
            INTO RetEvtDescricao
        WRITE RegistroRetornoOrigem
        CLOSE ArquivoRetornoOrigem
    END-IF.

3900-APONTAR-PAR-QUEBRADO.
    ADD 1 TO WsQtdeParesQuebrados
        END-IF
    END-PERFORM.

*> Aplica o movimento aceito da geração ao arquivo de saldos
*> contábeis. Só gerações datadas entram, e cada par uma única vez:
*> os pares a aplicar são registrados antes dos saldos, então uma
*> queda no meio deixa a aplicação sem a linha de fim e a reexecução
*> retoma o mesmo número, completando as chaves que faltaram — as já
*> atualizadas são reconhecidas por SaldoUltimaAplicacao. Por isso a
*> retomada exige exatamente os pares da lista interrompida: um par a
*> mais cairia numa chave já carimbada e ficaria sem saldo, um a menos
*> ficaria registrado sem ter sido somado.
4500-ATUALIZAR-SALDOS-CONTAS.
    IF AplicacaoRetomada
        PERFORM 4510-CONFERIR-RETOMADA
    END-IF
    MOVE SPACES TO WsLinhaRelatorio
    IF NOT GeracaoInformada
        STRING "SALDOS CONTÁBEIS: não atualizados - arquivo corrente;"
                   DELIMITED BY SIZE
               " confira a geração datada após o corte"
                   DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    ELSE
        IF GeracaoJaAplicada
            STRING "SALDOS CONTÁBEIS: geração " DELIMITED BY SIZE
                   WsDataGeracao               DELIMITED BY SIZE
                   " já aplicada ao balancete; nada somado"
                                               DELIMITED BY SIZE
                INTO WsLinhaRelatorio
            PERFORM 8000-GRAVAR-LINHA
        ELSE
            EVALUATE TRUE
                WHEN TabelaDeltaCheia
                    SET SaldosAbortados TO TRUE
                    STRING "SALDOS CONTÁBEIS: NÃO ATUALIZADOS - tabela"
                               DELIMITED BY SIZE
                           " de chaves cheia (1000); geração "
                               DELIMITED BY SIZE
                           WsDataGeracao DELIMITED BY SIZE
                           " segue não aplicada" DELIMITED BY SIZE
                        INTO WsLinhaRelatorio
                    PERFORM 8000-GRAVAR-LINHA
                WHEN TabelaAplicadosCheia
                    SET SaldosAbortados TO TRUE
                    STRING "SALDOS CONTÁBEIS: NÃO ATUALIZADOS - tabela"
                               DELIMITED BY SIZE
                           " de pares aplicados cheia (5000); geração "
                               DELIMITED BY SIZE
                           WsDataGeracao DELIMITED BY SIZE
                           " segue não aplicada" DELIMITED BY SIZE
                        INTO WsLinhaRelatorio
                    PERFORM 8000-GRAVAR-LINHA
                WHEN AplicacaoPendente
                    SET SaldosAbortados TO TRUE
                    STRING "SALDOS CONTÁBEIS: NÃO ATUALIZADOS - aplicação"
                               DELIMITED BY SIZE
                           " da geração " DELIMITED BY SIZE
                           WsGeracaoUltimaAplicacao DELIMITED BY SIZE
                           " interrompida; reprocesse-a antes"
                               DELIMITED BY SIZE
                        INTO WsLinhaRelatorio
                    PERFORM 8000-GRAVAR-LINHA
                WHEN WsQtdeParesForaRetomada > ZERO
                        OR WsQtdeParesFaltaRetomada > ZERO
                    SET SaldosAbortados TO TRUE
                    STRING "SALDOS CONTÁBEIS: NÃO ATUALIZADOS - retorno"
                               DELIMITED BY SIZE
                           " difere da aplicação interrompida "
                               DELIMITED BY SIZE
                           WsNumeroAplicacao DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           WsQtdeParesForaRetomada DELIMITED BY SIZE
                           " a mais, " DELIMITED BY SIZE
                           WsQtdeParesFaltaRetomada DELIMITED BY SIZE
                           " a menos); reprocesse com aquele retorno"
                               DELIMITED BY SIZE
                        INTO WsLinhaRelatorio
                    PERFORM 8000-GRAVAR-LINHA
                WHEN WsQtdeParesNovos = ZERO
                    STRING "SALDOS CONTÁBEIS: nenhum par aceito ainda"
                               DELIMITED BY SIZE
                           " não aplicado na geração " DELIMITED BY SIZE
                           WsDataGeracao DELIMITED BY SIZE
                           "; nada somado" DELIMITED BY SIZE
                        INTO WsLinhaRelatorio
                    PERFORM 8000-GRAVAR-LINHA
                WHEN OTHER
                    PERFORM 4550-APLICAR-SALDOS-CONTAS
            END-EVALUATE
        END-IF
    END-IF.

*> Pares da lista interrompida que esta execução não trouxe aceitos.
4510-CONFERIR-RETOMADA.
    PERFORM VARYING WsAplSub FROM 1 BY 1 UNTIL WsAplSub > WsAplQtde
        IF WsAplNumero(WsAplSub) = WsNumeroAplicacao
                AND WsAplNovo(WsAplSub) = "N"
            ADD 1 TO WsQtdeParesFaltaRetomada
            MOVE SPACES TO WsLinhaRelatorio
            STRING "FORA DA RETOMADA: lote " DELIMITED BY SIZE
                   WsAplLoteId(WsAplSub)    DELIMITED BY SIZE
                   " registro "             DELIMITED BY SIZE
                   WsAplNumRegistro(WsAplSub) DELIMITED BY SIZE
                   " da aplicação interrompida, não aceito agora"
                                            DELIMITED BY SIZE
                INTO WsLinhaRelatorio
            PERFORM 8000-GRAVAR-LINHA
        END-IF
    END-PERFORM.

4550-APLICAR-SALDOS-CONTAS.
    OPEN I-O ArquivoSaldos
    IF WsStatusSaldos = "35"
        OPEN OUTPUT ArquivoSaldos
        CLOSE ArquivoSaldos
        OPEN I-O ArquivoSaldos
    END-IF
    IF WsStatusSaldos NOT = "00"
        DISPLAY "Aviso: não foi possível atualizar os saldos contábeis."
            " Status: " WsStatusSaldos
        MOVE "SALDOS CONTÁBEIS: NÃO ATUALIZADOS - arquivo indisponível"
            TO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    ELSE
        IF NOT AplicacaoRetomada
            PERFORM 4580-REGISTRAR-PARES-APLICADOS
            IF NOT RegistroFalhou
                MOVE "I" TO AplicadoTipo
                MOVE SPACES TO AplicadoLoteId
                MOVE ZERO TO AplicadoNumRegistro
                PERFORM 4590-GRAVAR-APLICADO
            END-IF
        END-IF
*> Sem a lista e a linha de início gravadas, a aplicação não poderia
*> ser reconhecida depois: os saldos não são tocados.
        IF RegistroFalhou
            CLOSE ArquivoSaldos
            SET SaldosAbortados TO TRUE
            STRING "SALDOS CONTÁBEIS: NÃO ATUALIZADOS - registro de"
                       DELIMITED BY SIZE
                   " pares aplicados indisponível" DELIMITED BY SIZE
                INTO WsLinhaRelatorio
            PERFORM 8000-GRAVAR-LINHA
        ELSE
            PERFORM VARYING WsDeltaSub FROM 1 BY 1
                    UNTIL WsDeltaSub > WsDeltaQtde
                PERFORM 4560-ATUALIZAR-CHAVE-SALDO
            END-PERFORM
            CLOSE ArquivoSaldos
            MOVE "F" TO AplicadoTipo
            MOVE SPACES TO AplicadoLoteId
            MOVE ZERO TO AplicadoNumRegistro
            PERFORM 4590-GRAVAR-APLICADO
            STRING "SALDOS CONTÁBEIS: " DELIMITED BY SIZE
                   WsQtdeParesNovos     DELIMITED BY SIZE
                   " par(es) aplicado(s), " DELIMITED BY SIZE
                   WsQtdeChavesSaldo    DELIMITED BY SIZE
                   " chave(s) conta/CC/período atualizada(s), "
                                        DELIMITED BY SIZE
                   WsQtdeChavesIgnoradas DELIMITED BY SIZE
                   " já atualizada(s) antes" DELIMITED BY SIZE
                INTO WsLinhaRelatorio
            PERFORM 8000-GRAVAR-LINHA
        END-IF
    END-IF.

4560-ATUALIZAR-CHAVE-SALDO.
    MOVE WsDeltaConta(WsDeltaSub)       TO SaldoConta
    MOVE WsDeltaCentroCusto(WsDeltaSub) TO SaldoCentroCusto
    MOVE WsDeltaPeriodo(WsDeltaSub)     TO SaldoPeriodo
    READ ArquivoSaldos
        INVALID KEY
            MOVE WsDeltaConta(WsDeltaSub)       TO SaldoConta
            MOVE WsDeltaCentroCusto(WsDeltaSub) TO SaldoCentroCusto
            MOVE WsDeltaPeriodo(WsDeltaSub)     TO SaldoPeriodo
            MOVE WsDeltaDebitos(WsDeltaSub)     TO SaldoDebitos
            MOVE WsDeltaCreditos(WsDeltaSub)    TO SaldoCreditos
            MOVE WsDeltaQtdeDebitos(WsDeltaSub) TO SaldoQtdeDebitos
            MOVE WsDeltaQtdeCreditos(WsDeltaSub) TO SaldoQtdeCreditos
            MOVE WsNumeroAplicacao TO SaldoUltimaAplicacao
            WRITE RegistroSaldoConta
            ADD 1 TO WsQtdeChavesSaldo
        NOT INVALID KEY
            IF SaldoUltimaAplicacao = WsNumeroAplicacao
                ADD 1 TO WsQtdeChavesIgnoradas
            ELSE
                ADD WsDeltaDebitos(WsDeltaSub)  TO SaldoDebitos
                    ON SIZE ERROR
                        DISPLAY "Aviso: estouro nos débitos da conta "
                            SaldoConta " " SaldoCentroCusto "."
                END-ADD
                ADD WsDeltaCreditos(WsDeltaSub) TO SaldoCreditos
                    ON SIZE ERROR
                        DISPLAY "Aviso: estouro nos créditos da conta "
                            SaldoConta " " SaldoCentroCusto "."
                END-ADD
                ADD WsDeltaQtdeDebitos(WsDeltaSub)  TO SaldoQtdeDebitos
                ADD WsDeltaQtdeCreditos(WsDeltaSub) TO SaldoQtdeCreditos
                MOVE WsNumeroAplicacao TO SaldoUltimaAplicacao
                REWRITE RegistroSaldoConta
                ADD 1 TO WsQtdeChavesSaldo
            END-IF
    END-READ.

4580-REGISTRAR-PARES-APLICADOS.
    PERFORM VARYING WsAplSub FROM 1 BY 1 UNTIL WsAplSub > WsAplQtde
        IF WsAplNovo(WsAplSub) = "S"
            MOVE "P" TO AplicadoTipo
            MOVE WsAplLoteId(WsAplSub)      TO AplicadoLoteId
            MOVE WsAplNumRegistro(WsAplSub) TO AplicadoNumRegistro
            PERFORM 4590-GRAVAR-APLICADO
        END-IF
    END-PERFORM.

*> Uma linha por abertura, como o log de segurança: o registro só
*> cresce e cada linha fica gravada na hora.
4590-GRAVAR-APLICADO.
    OPEN EXTEND ArquivoAplicados
    IF WsStatusAplicados = "35"
        OPEN OUTPUT ArquivoAplicados
    END-IF
    IF WsStatusAplicados NOT = "00"
        DISPLAY "Aviso: não foi possível registrar a aplicação aos"
            " saldos contábeis. Status: " WsStatusAplicados
        SET RegistroFalhou TO TRUE
    ELSE
        MOVE WsDataGeracao     TO AplicadoGeracao
        MOVE WsDataAtual       TO AplicadoData
        MOVE WsHoraAtual       TO AplicadoHora
        MOVE WsNumeroAplicacao TO AplicadoNumero
        WRITE RegistroAplicado
        CLOSE ArquivoAplicados
    END-IF.

5000-ENCERRAR.
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
           WsQtdeRetornosOrfaos  DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    IF WsQtdeParesJaAplicados > ZERO
        MOVE SPACES TO WsLinhaRelatorio
        STRING "Já aplicados     : " DELIMITED BY SIZE
               WsQtdeParesJaAplicados DELIMITED BY SIZE
               " par(es) somado(s) aos saldos por retorno anterior"
                   DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF
    MOVE SPACES TO WsLinhaRelatorio
    IF WsQtdeParesRejeitados = ZERO
            AND WsQtdeParesSemRetorno = ZERO
