*> data/somanumeros_reenvio.dat no formato de entrada do lote (com
*> cabeçalho e rodapé), para voltarem pelo fluxo normal de
*> SomaNumerosLote em vez de redigitação manual.
*>
*> O operador é identificado contra o cadastro de operadores e precisa
*> do papel CORRECTOR. Cada correção fica registrada em
*> data/somanumeros_correcoes.dat (ver CorrecaoRec) com o corretor e a
*> posição do detalhe no reenvio: se o item corrigido cair na fila de
*> aprovação, AprovacaoPendentes não deixa o mesmo operador aprová-lo.
*>
*> O suspenso de motivo "DU" (provável duplicidade) é exibido com o
*> original com que casou (data/somanumeros_duplicidades.dat). Se for
*> falso positivo, o operador o libera com uma justificativa
*> obrigatória: o detalhe vai para o reenvio sem alteração e a
*> liberação fica no registro de correções, por onde SomaNumerosLote
*> deixa de conferi-lo de novo.
*>
*> Cada correção e cada descarte voltam para o sistema de origem do
*> suspenso como acompanhamento no seu arquivo de retorno (ver
*> RetornoOrigemRec); a correção leva o lote e o registro de reenvio
*> por onde o item volta a ser postado.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusReenvio.

    SELECT ArquivoCorrecoes ASSIGN TO "data/somanumeros_correcoes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusCorrecoes.

    SELECT ArquivoOperadores ASSIGN TO "data/somanumeros_operadores.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusOperadores.

    SELECT ArquivoSeguranca ASSIGN TO "data/somanumeros_seguranca.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusSeguranca.

    SELECT ArquivoDuplicidades
        ASSIGN TO "data/somanumeros_duplicidades.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusDuplicidades.

    SELECT ArquivoRetornoOrigem ASSIGN TO DYNAMIC WsCaminhoRetornoOrigem
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusRetornoOrigem.

DATA DIVISION.
FILE SECTION.
FD  ArquivoSuspensos
    RECORDING MODE IS F.
COPY LoteEntradaRec.

FD  ArquivoCorrecoes
    RECORDING MODE IS F.
COPY CorrecaoRec.

FD  ArquivoOperadores
    RECORDING MODE IS F.
COPY OperadorRec.

FD  ArquivoSeguranca
    RECORDING MODE IS F.
COPY SegurancaRec.

FD  ArquivoDuplicidades
    RECORDING MODE IS F.
COPY DuplicidadeRec.

FD  ArquivoRetornoOrigem
    RECORDING MODE IS F.
COPY RetornoOrigemRec.

WORKING-STORAGE SECTION.
01  WsStatusSuspensos           PIC X(2).
01  WsStatusSuspensosTemp       PIC X(2).
01  WsStatusReenvio             PIC X(2).
01  WsStatusCorrecoes           PIC X(2).
01  WsStatusOperadores          PIC X(2).
01  WsStatusSeguranca           PIC X(2).
01  WsStatusRetornoOrigem       PIC X(2).
01  WsStatusDuplicidades        PIC X(2).
01  WsFimDuplicidades           PIC X(1)    VALUE "N".
    88  FimDuplicidades                    VALUE "S".
01  WsParAchado                 PIC X(1)    VALUE "N".
    88  ParAchado                          VALUE "S".
01  WsTipoCorrecao              PIC X(1).
01  WsJustificativa             PIC X(60).
01  WsCaminhoRetornoOrigem      PIC X(60).
01  WsEventoRetorno             PIC X(2).

*> Operador identificado na entrada, no layout do cadastro.
COPY OperadorRec REPLACING ==RegistroOperador== BY ==WsOperadorAtual==.

01  WsFimOperadores             PIC X(1)    VALUE "N".
    88  FimOperadores                      VALUE "S".
01  WsOperadorAchado            PIC X(1)    VALUE "N".
    88  OperadorAchado                     VALUE "S".
01  WsProgramaSeguranca         PIC X(20)   VALUE "CorrecaoSuspensos".
01  WsEventoSeguranca           PIC X(2).
01  WsDetalheSeguranca          PIC X(60).

01  WsOperador                  PIC X(8).

01  WsFimArquivo                PIC X(1)    VALUE "N".
    88  FimArquivo                         VALUE "S".
01  WsDataMovimentoTexto        PIC X(8).
01  WsDataMovimento             PIC 9(8).
01  WsDataAtual                 PIC 9(8).
01  WsHoraAtual                 PIC 9(8).

01  WsMotivoTexto               PIC X(40).

01  WsQtdeCorrigidos            PIC 9(7)      VALUE ZERO.
01  WsQtdeMantidos              PIC 9(7)      VALUE ZERO.
01  WsQtdeDescartados           PIC 9(7)      VALUE ZERO.
01  WsQtdeLiberados             PIC 9(7)      VALUE ZERO.
01  WsHashNumero1               PIC S9(11)V99 VALUE ZERO.
01  WsHashNumero2               PIC S9(11)V99 VALUE ZERO.


PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 0300-IDENTIFICAR-OPERADOR
    PERFORM 1000-ABRIR-ARQUIVOS
    PERFORM 1500-OBTER-DADOS-REENVIO
    PERFORM 1800-GRAVAR-CABECALHO
    PERFORM 4000-ENCERRAR
    STOP RUN.

*> Identificação contra o cadastro de operadores (OperadorRec): só
*> entra operador cadastrado, ativo e com o papel CORRECTOR. A entrada e
*> a recusa vão para o log de segurança; recusado, o programa para
*> ali mesmo, sem nada mexido.
0300-IDENTIFICAR-OPERADOR.
    DISPLAY "Identificação do operador (até 8 caracteres): "
        WITH NO ADVANCING.
    ACCEPT WsOperador.
    IF WsOperador = SPACES
        DISPLAY "A identificação do operador é obrigatória."
        PERFORM 0300-IDENTIFICAR-OPERADOR
    ELSE
        PERFORM 0310-LOCALIZAR-OPERADOR
        PERFORM 0320-CONFERIR-OPERADOR
    END-IF.

0310-LOCALIZAR-OPERADOR.
    MOVE "N" TO WsOperadorAchado
    MOVE "N" TO WsFimOperadores
    OPEN INPUT ArquivoOperadores
    IF WsStatusOperadores NOT = "00"
        DISPLAY "Cadastro de operadores indisponível. Status: "
            WsStatusOperadores
        STOP RUN
    END-IF
    PERFORM UNTIL FimOperadores OR OperadorAchado
        READ ArquivoOperadores
            AT END
                SET FimOperadores TO TRUE
            NOT AT END
                IF OperadorId IN RegistroOperador = WsOperador
                    SET OperadorAchado TO TRUE
                    MOVE RegistroOperador TO WsOperadorAtual
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArquivoOperadores.

0320-CONFERIR-OPERADOR.
    EVALUATE TRUE
        WHEN NOT OperadorAchado
            MOVE "NC" TO WsEventoSeguranca
            MOVE "operador não cadastrado" TO WsDetalheSeguranca
        WHEN NOT OperadorAtivo IN WsOperadorAtual
            MOVE "IN" TO WsEventoSeguranca
            MOVE "operador inativo" TO WsDetalheSeguranca
        WHEN NOT OperadorPodeCorrigir IN WsOperadorAtual
            MOVE "PP" TO WsEventoSeguranca
            MOVE "papel exigido: CORRECTOR" TO WsDetalheSeguranca
        WHEN OTHER
            MOVE "EN" TO WsEventoSeguranca
            MOVE "papel CORRECTOR" TO WsDetalheSeguranca
    END-EVALUATE
    PERFORM 0390-GRAVAR-SEGURANCA
    IF WsEventoSeguranca NOT = "EN"
        DISPLAY "Acesso recusado: " WsDetalheSeguranca
        STOP RUN
    END-IF
    DISPLAY "Operador " OperadorNome IN WsOperadorAtual
        " identificado.".

*> O log de segurança só cresce: cada linha é gravada na hora do
*> evento, com o arquivo aberto e fechado a cada gravação.
0390-GRAVAR-SEGURANCA.
    OPEN EXTEND ArquivoSeguranca
    IF WsStatusSeguranca = "35"
        OPEN OUTPUT ArquivoSeguranca
    END-IF
    IF WsStatusSeguranca NOT = "00"
        DISPLAY "Aviso: não foi possível gravar o log de segurança."
            " Status: " WsStatusSeguranca
    ELSE
        ACCEPT WsDataAtual FROM DATE YYYYMMDD
        ACCEPT WsHoraAtual FROM TIME
        MOVE WsDataAtual         TO SegData
        MOVE WsHoraAtual         TO SegHora
        MOVE WsProgramaSeguranca TO SegPrograma
        MOVE WsOperador          TO SegOperador
        MOVE WsEventoSeguranca   TO SegEvento
        MOVE WsDetalheSeguranca  TO SegDetalhe
        WRITE RegistroSeguranca
        CLOSE ArquivoSeguranca
    END-IF.

1000-ABRIR-ARQUIVOS.
    OPEN INPUT ArquivoSuspensos
    IF WsStatusSuspensos NOT = "00"
            PERFORM 3500-MANTER
        WHEN "D"
            PERFORM 3600-DESCARTAR
        WHEN "L"
            PERFORM 3700-LIBERAR
    END-EVALUATE.

3100-EXIBIR-SUSPENSO.
            MOVE "sem mapeamento contábil"         TO WsMotivoTexto
        WHEN "AP"
            MOVE "rejeitado na aprovação"          TO WsMotivoTexto
        WHEN "DU"
            MOVE "provável duplicidade"            TO WsMotivoTexto
        WHEN OTHER
            MOVE "motivo desconhecido"             TO WsMotivoTexto
    END-EVALUATE
    DISPLAY "Motivo  : " WsMotivoTexto
    DISPLAY "Numero1 : [" WsNumero1OriginalTxt "]"
    DISPLAY "Numero2 : [" WsNumero2OriginalTxt "]"
    DISPLAY "Operação: [" WsOperacaoOriginal "]"
    IF SuspensoMoeda IN RegistroSuspenso NOT = SPACES
            AND SuspensoMoeda IN RegistroSuspenso NOT = "BRL"
        DISPLAY "Moeda   : " SuspensoMoeda IN RegistroSuspenso
            " (convertida para reais no reenvio)"
    END-IF
    IF SuspensoDuplicidade IN RegistroSuspenso
        PERFORM 3150-EXIBIR-ORIGINAL
    END-IF.

*> Par suspeito/original gravado por SomaNumerosLote na retenção.
3150-EXIBIR-ORIGINAL.
    MOVE "N" TO WsParAchado
    MOVE "N" TO WsFimDuplicidades
    OPEN INPUT ArquivoDuplicidades
    IF WsStatusDuplicidades = "00"
        PERFORM UNTIL FimDuplicidades OR ParAchado
            READ ArquivoDuplicidades
                AT END
                    SET FimDuplicidades TO TRUE
                NOT AT END
                    IF DupLoteId = SuspensoLoteId IN RegistroSuspenso
                            AND DupNumRegistro
                                = SuspensoNumRegistro IN RegistroSuspenso
                        SET ParAchado TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArquivoDuplicidades
    END-IF
    IF ParAchado
        DISPLAY "Original: lote " DupOrigLoteId
            " registro " DupOrigNumRegistro
            " movimento " DupOrigDataMovimento
            " gravado em " DupOrigData
    ELSE
        DISPLAY "Original: par não encontrado no registro de"
            " duplicidades."
    END-IF.

3200-OBTER-ACAO.
    IF SuspensoDuplicidade IN RegistroSuspenso
        DISPLAY "Ação (C=corrigir M=manter na fila D=descartar"
            " L=liberar falso positivo): " WITH NO ADVANCING
    ELSE
        DISPLAY "Ação (C=corrigir M=manter na fila D=descartar): "
            WITH NO ADVANCING
    END-IF
    ACCEPT WsAcao.
    MOVE FUNCTION UPPER-CASE(WsAcao) TO WsAcao
    IF WsAcao = "L" AND NOT SuspensoDuplicidade IN RegistroSuspenso
        DISPLAY "Só o suspenso por duplicidade pode ser liberado."
        PERFORM 3200-OBTER-ACAO
    ELSE
        IF WsAcao NOT = "C" AND WsAcao NOT = "M" AND WsAcao NOT = "D"
                AND WsAcao NOT = "L"
            DISPLAY "Resposta inválida. Digite C, M, D ou L."
            PERFORM 3200-OBTER-ACAO
        END-IF
    END-IF.

3300-CORRIGIR.
*> Preserva a marcação de estorno do detalhe original, para que um
*> estorno corrigido continue apontando o registro que desfaz.
    MOVE WsComplementoOriginal TO ComplementoEstorno-Ent
    PERFORM 3350-COMPLETAR-DETALHE
    WRITE RegistroEntrada
    ADD 1 TO WsQtdeCorrigidos
    ADD WsNumero1Corrigido TO WsHashNumero1
    ADD WsNumero2Corrigido TO WsHashNumero2
    MOVE "C"    TO WsTipoCorrecao
    MOVE SPACES TO WsJustificativa
    PERFORM 3400-REGISTRAR-CORRECAO
    MOVE "RE" TO WsEventoRetorno
    PERFORM 3450-GRAVAR-RETORNO-ORIGEM
    DISPLAY "Corrigido e incluído no reenvio.".

*> O reenvio é um lote em reais; o detalhe que chegou em moeda
*> estrangeira leva a moeda no próprio registro, para voltar a ser
*> convertido pela tabela de câmbio na data do reenvio — ou, se for
*> estorno, pela mesma taxa do lançamento que desfaz. O estorno leva
*> também a data de movimento do original, para voltar a ser
*> redirecionado se o mês dela estiver fechado.
3350-COMPLETAR-DETALHE.
    IF SuspensoMoeda IN RegistroSuspenso NOT = SPACES
            AND SuspensoMoeda IN RegistroSuspenso NOT = "BRL"
        MOVE SuspensoMoeda IN RegistroSuspenso TO MoedaDetalhe-Ent
        IF SuspensoTaxaInformada IN RegistroSuspenso IS NUMERIC
                AND SuspensoTaxaInformada IN RegistroSuspenso > ZERO
            MOVE SuspensoTaxaInformada IN RegistroSuspenso
                TO TaxaDetalhe-Ent
        END-IF
    END-IF
    IF SuspensoDataOriginal IN RegistroSuspenso IS NUMERIC
            AND SuspensoDataOriginal IN RegistroSuspenso > ZERO
        MOVE SuspensoDataOriginal IN RegistroSuspenso
            TO DataOriginalDetalhe-Ent
    END-IF.

3310-OBTER-NUMERO1.
    DISPLAY "Numero1 corrigido (ex.: -1234.56, vazio = manter original): "
        WITH NO ADVANCING.
        PERFORM 3330-OBTER-OPERACAO
    END-IF.

*> Gravado na hora da correção, como o histórico do mapeamento: o
*> número do registro no reenvio é a ordem do detalhe no lote, a mesma
*> que SomaNumerosLote usa na fila de pendentes.
3400-REGISTRAR-CORRECAO.
    OPEN EXTEND ArquivoCorrecoes
    IF WsStatusCorrecoes = "35"
        OPEN OUTPUT ArquivoCorrecoes
    END-IF
    IF WsStatusCorrecoes NOT = "00"
        DISPLAY "Aviso: não foi possível registrar a correção. Status: "
            WsStatusCorrecoes
    ELSE
        ACCEPT WsDataAtual FROM DATE YYYYMMDD
        ACCEPT WsHoraAtual FROM TIME
        MOVE WsDataAtual      TO CorrecaoData
        MOVE WsHoraAtual      TO CorrecaoHora
        MOVE WsOperador       TO CorrecaoOperador
        MOVE WsLoteReenvio    TO CorrecaoLoteReenvio
        MOVE WsQtdeCorrigidos TO CorrecaoRegReenvio
        MOVE SuspensoLoteId IN RegistroSuspenso
            TO CorrecaoLoteOrigem
        MOVE SuspensoNumRegistro IN RegistroSuspenso
            TO CorrecaoRegOrigem
        MOVE SuspensoMotivo IN RegistroSuspenso
            TO CorrecaoMotivo
        MOVE WsTipoCorrecao   TO CorrecaoTipo
        MOVE WsJustificativa  TO CorrecaoJustificativa
        WRITE RegistroCorrecao
        CLOSE ArquivoCorrecoes
    END-IF.

*> Acompanhamento do suspenso no retorno da sua origem, como linha
*> "E" com o evento em WsEventoRetorno; suspensos de antes do sistema
*> de origem no registro (em branco) não têm para onde voltar.
3450-GRAVAR-RETORNO-ORIGEM.
    IF SuspensoSistemaOrigem IN RegistroSuspenso NOT = SPACES
        MOVE SPACES TO WsCaminhoRetornoOrigem
        STRING "data/somanumeros_retorno_origem_" DELIMITED BY SIZE
               SuspensoSistemaOrigem IN RegistroSuspenso
                                                  DELIMITED BY SPACE
               ".dat"                             DELIMITED BY SIZE
            INTO WsCaminhoRetornoOrigem
        OPEN EXTEND ArquivoRetornoOrigem
        IF WsStatusRetornoOrigem = "35"
            OPEN OUTPUT ArquivoRetornoOrigem
        END-IF
        IF WsStatusRetornoOrigem NOT = "00"
            DISPLAY "Aviso: não foi possível gravar o retorno para a"
                " origem. Status: " WsStatusRetornoOrigem
        ELSE
            ACCEPT WsDataAtual FROM DATE YYYYMMDD
            ACCEPT WsHoraAtual FROM TIME
            MOVE SPACES TO RegistroRetornoOrigem
            SET RetEventoPosterior TO TRUE
            MOVE WsDataAtual TO RetData
            MOVE WsHoraAtual TO RetHora
            MOVE SuspensoSistemaOrigem IN RegistroSuspenso
                TO RetSistemaOrigem
            MOVE SuspensoLoteId IN RegistroSuspenso TO RetLoteId
            MOVE SuspensoNumRegistro IN RegistroSuspenso
                TO RetEvtNumRegistro
            MOVE WsEventoRetorno TO RetEvento
            MOVE WsOperador      TO RetEvtOperador
            IF WsEventoRetorno = "RE"
                MOVE WsLoteReenvio    TO RetEvtLoteRef
                MOVE WsQtdeCorrigidos TO RetEvtRegistroRef
                IF WsTipoCorrecao = "L"
                    MOVE "duplicidade não confirmada; reenviado"
                        TO RetEvtDescricao
                ELSE
                    MOVE "corrigido e reenviado para postagem"
                        TO RetEvtDescricao
                END-IF
            ELSE
                MOVE SPACES TO RetEvtLoteRef
                MOVE ZERO   TO RetEvtRegistroRef
                MOVE "descartado pela operação; não será postado"
                    TO RetEvtDescricao
            END-IF
            WRITE RegistroRetornoOrigem
            CLOSE ArquivoRetornoOrigem
        END-IF
    END-IF.

3500-MANTER.
    MOVE RegistroSuspenso TO RegistroSuspensoTemp
    WRITE RegistroSuspensoTemp

3600-DESCARTAR.
    ADD 1 TO WsQtdeDescartados
    MOVE "DE" TO WsEventoRetorno
    PERFORM 3450-GRAVAR-RETORNO-ORIGEM
    DISPLAY "Descartado.".

*> Falso positivo de duplicidade: o detalhe volta no reenvio como
*> chegou, e a justificativa fica no registro de correções.
3700-LIBERAR.
    PERFORM 3710-OBTER-JUSTIFICATIVA
    MOVE SuspensoEntrada IN RegistroSuspenso TO RegistroEntrada
    PERFORM 3350-COMPLETAR-DETALHE
    WRITE RegistroEntrada
    ADD 1 TO WsQtdeCorrigidos
    ADD 1 TO WsQtdeLiberados
    ADD WsNumero1Original TO WsHashNumero1
    ADD WsNumero2Original TO WsHashNumero2
    MOVE "L" TO WsTipoCorrecao
    PERFORM 3400-REGISTRAR-CORRECAO
    MOVE "RE" TO WsEventoRetorno
    PERFORM 3450-GRAVAR-RETORNO-ORIGEM
    DISPLAY "Liberado e incluído no reenvio.".

3710-OBTER-JUSTIFICATIVA.
    DISPLAY "Justificativa da liberação (obrigatória, até 60"
        " caracteres): " WITH NO ADVANCING.
    ACCEPT WsJustificativa.
    IF WsJustificativa = SPACES
        DISPLAY "A justificativa é obrigatória."
        PERFORM 3710-OBTER-JUSTIFICATIVA
    END-IF.

4000-ENCERRAR.
    MOVE SPACES TO RegistroEntrada
    MOVE "T" TO TipoRegistro-Ent
    DISPLAY "Corrigidos       : " WsQtdeCorrigidos
    DISPLAY "Mantidos na fila : " WsQtdeMantidos
    DISPLAY "Descartados      : " WsQtdeDescartados
    DISPLAY "  (dos corrigidos, liberados por duplicidade: "
        WsQtdeLiberados ")"
    DISPLAY "Reenvio gravado em data/somanumeros_reenvio.dat (lote "
        WsLoteReenvio ").".
