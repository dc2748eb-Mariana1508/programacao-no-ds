IDENTIFICATION DIVISION.
PROGRAM-ID. AmostraAuditoria.

*> Extração da amostra pedida pela auditoria externa a cada trimestre,
*> que até aqui era garimpada à mão nos somanumeros_auditoria.*.dat.
*> Os critérios vêm de data/somanumeros_amostra_parm.dat: faixa de
*> datas de movimento, até dez sistemas de origem e até quatro códigos
*> de operação (em branco = todos), piso de valor, método, tamanho da
*> amostra, intervalo, semente e limite de item-chave.
*>
*> A população são os lançamentos normais (estornos não entram: cada
*> um aparece junto do lançamento que desfaz) das gerações fechadas do
*> índice data/somanumeros_geracoes.dat, a partir da data inicial —
*> um item liberado depois na aprovação é cortado na geração do dia da
*> decisão — com data de movimento na faixa e valor (resultado em
*> módulo) a partir do piso. Cada geração é conferida contra o selo do
*> fechamento (SeloGeracao) e uma que não confere interrompe a
*> extração: amostra de trilha alterada não serve de evidência.
*>
*> Todo item com valor a partir do limite de item-chave entra sempre e
*> fica fora do sorteio. Dos demais, pelo método:
*>   A aleatória simples: seleção sequencial com a semente registrada
*>     (cada item entra com probabilidade faltam / restam);
*>   S sistemática: um a cada N itens, com início pela semente;
*>   M unidade monetária: intervalo = valor da população / tamanho, com
*>     ponto inicial pela semente; entra o item onde cai cada ponto.
*> Semente zero no parâmetro é tirada do relógio; a usada sai na capa,
*> e com os mesmos parâmetros e a mesma semente a amostra se repete.
*>
*> Saídas: o papel de trabalho data/somanumeros_amostra_papel.dat,
*> delimitado por ";", uma linha por item, com os campos da auditoria
*> (Numero1/Numero2 na moeda do lançamento, resultado em reais e, ao
*> lado, moeda, resultado na moeda original e taxa; linha sem moeda é
*> de reais, taxa 1), o estorno vinculado, o histórico de aprovação de alto valor
*> (somanumeros_pendentes_hist.dat), o par de contas GL da interface da
*> mesma geração e a linha de auditoria original no fim; e a capa
*> data/somanumeros_amostra_capa.dat, com população, parâmetros e
*> semente.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArquivoParametros
        ASSIGN TO "data/somanumeros_amostra_parm.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusParametros.

    SELECT ArquivoGeracoes ASSIGN TO "data/somanumeros_geracoes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusGeracoes.

    SELECT ArquivoAuditoria ASSIGN TO DYNAMIC WsNomeArqAuditoria
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusAuditoria.

    SELECT ArquivoInterfaceGL ASSIGN TO DYNAMIC WsNomeArqInterfaceGL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusInterfaceGL.

    SELECT ArquivoHistPendentes
        ASSIGN TO "data/somanumeros_pendentes_hist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusHistPendentes.

    SELECT ArquivoPopulacao
        ASSIGN TO "data/somanumeros_amostra_pop.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusPopulacao.

    SELECT ArquivoPapel
        ASSIGN TO "data/somanumeros_amostra_papel.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusPapel.

    SELECT ArquivoCapa
        ASSIGN TO "data/somanumeros_amostra_capa.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusCapa.

DATA DIVISION.
FILE SECTION.
FD  ArquivoParametros
    RECORDING MODE IS F.
01  RegistroParametros.
    05  ParmDataInicial         PIC 9(8).
    05  ParmDataFinal           PIC 9(8).
    05  ParmMetodo              PIC X(1).
    05  ParmTamanhoAmostra      PIC 9(5).
    05  ParmIntervalo           PIC 9(7).
    05  ParmSemente             PIC 9(9).
    05  ParmValorMinimo         PIC 9(8)V99.
    05  ParmValorChave          PIC 9(8)V99.
    05  ParmOrigens.
        10  ParmOrigem OCCURS 10 TIMES
                                PIC X(8).
    05  ParmOperacoes.
        10  ParmOperacao OCCURS 4 TIMES
                                PIC X(1).

FD  ArquivoGeracoes
    RECORDING MODE IS F.
COPY GeracaoRec.

FD  ArquivoAuditoria
    RECORDING MODE IS F.
COPY AuditRec.

FD  ArquivoInterfaceGL
    RECORDING MODE IS F.
COPY GLRec.

FD  ArquivoHistPendentes
    RECORDING MODE IS F.
COPY PendenteRec.

*> Arquivo de trabalho com a população, na ordem de leitura: a
*> geração, o valor em módulo e a linha de auditoria inteira.
FD  ArquivoPopulacao
    RECORDING MODE IS F.
01  RegistroPopulacao.
    05  PopGeracao              PIC 9(8).
    05  PopValor                PIC 9(8)V99.
    05  PopAuditoria            PIC X(200).

FD  ArquivoPapel
    RECORDING MODE IS F.
01  RegistroPapel               PIC X(500).

FD  ArquivoCapa
    RECORDING MODE IS F.
01  RegistroCapa                PIC X(132).

WORKING-STORAGE SECTION.
01  WsStatusParametros          PIC X(2).
01  WsStatusGeracoes            PIC X(2).
01  WsStatusAuditoria           PIC X(2).
01  WsStatusInterfaceGL         PIC X(2).
01  WsStatusHistPendentes       PIC X(2).
01  WsStatusPopulacao           PIC X(2).
01  WsStatusPapel               PIC X(2).
01  WsStatusCapa                PIC X(2).

01  WsNomeArqAuditoria          PIC X(60).
01  WsNomeArqInterfaceGL        PIC X(60).

01  WsFimGeracoes               PIC X(1)    VALUE "N".
    88  FimGeracoes                        VALUE "S".
01  WsFimArquivo                PIC X(1)    VALUE "N".
    88  FimArquivo                         VALUE "S".

01  WsMetodo                    PIC X(1).
    88  MetodoAleatorio                    VALUE "A".
    88  MetodoSistematico                  VALUE "S".
    88  MetodoMonetario                    VALUE "M".
01  WsSemente                   PIC 9(9).
01  WsSementeDoRelogio          PIC X(1)    VALUE "N".
    88  SementeDoRelogio                   VALUE "S".
01  WsHoraSemente               PIC 9(8).

*> Gerações fechadas lidas na população, reaproveitadas na busca dos
*> estornos e dos pares GL.
01  WsGeracoesLidas.
    05  WsGerQtde               PIC 9(5)    VALUE ZERO.
    05  WsGerData OCCURS 4000 TIMES
                                PIC 9(8).
01  WsGerSub                    PIC 9(5) COMP.
01  WsQtdeGerSemSelo            PIC 9(5)    VALUE ZERO.
01  WsQtdeGerExpurgadas         PIC 9(5)    VALUE ZERO.
01  WsGeracaoAtual              PIC 9(8).

01  WsDataLinha                 PIC 9(8).
01  WsValorLinha                PIC 9(8)V99.
01  WsLinhaQualifica            PIC X(1).
    88  LinhaQualifica                     VALUE "S".
01  WsFiltroAchado              PIC X(1).
    88  FiltroAchado                       VALUE "S".
01  WsFiltroInformado           PIC X(1).
    88  FiltroInformado                    VALUE "S".
01  WsFiltroSub                 PIC 9(2) COMP.

*> População e estratos.
01  WsPopQtde                   PIC 9(9)      VALUE ZERO.
01  WsPopValor                  PIC 9(13)V99  VALUE ZERO.
01  WsChaveQtde                 PIC 9(9)      VALUE ZERO.
01  WsChaveValor                PIC 9(13)V99  VALUE ZERO.
01  WsSorteioQtde               PIC 9(9)      VALUE ZERO.
01  WsSorteioValor              PIC 9(13)V99  VALUE ZERO.

*> Controle da seleção.
01  WsItemChave                 PIC X(1).
    88  ItemChave                          VALUE "S".
01  WsItemSelecionado           PIC X(1).
    88  ItemSelecionado                    VALUE "S".
01  WsAleatorio                 PIC 9V9(9).
01  WsVistos                    PIC 9(9)      VALUE ZERO.
01  WsSorteados                 PIC 9(9)      VALUE ZERO.
01  WsFaltam                    PIC 9(9).
01  WsRestam                    PIC 9(9).
01  WsIntervalo                 PIC 9(9)      VALUE ZERO.
01  WsInicio                    PIC 9(9)      VALUE ZERO.
01  WsIntervaloValor            PIC 9(13)V99  VALUE ZERO.
01  WsPontoValor                PIC 9(13)V99  VALUE ZERO.
01  WsAcumuladoValor            PIC 9(13)V99  VALUE ZERO.

*> Amostra selecionada, com os vínculos achados depois.
01  WsAmostra.
    05  WsAmoQtde               PIC 9(5)    VALUE ZERO.
    05  WsAmoEntrada OCCURS 5000 TIMES.
        10  WsAmoSelecao        PIC X(1).
        10  WsAmoGeracao        PIC 9(8).
        10  WsAmoLoteId         PIC X(10).
        10  WsAmoNumRegistro    PIC 9(7).
        10  WsAmoValor          PIC 9(8)V99.
        10  WsAmoAuditoria      PIC X(200).
        10  WsAmoEstLote        PIC X(10).
        10  WsAmoEstRegistro    PIC 9(7).
        10  WsAmoEstData        PIC 9(8).
        10  WsAmoPenSituacao    PIC X(1).
        10  WsAmoPenData        PIC 9(8).
        10  WsAmoPenAprovador   PIC X(8).
        10  WsAmoPenDecisao     PIC 9(8).
        10  WsAmoGLDebConta     PIC 9(8).
        10  WsAmoGLDebCentro    PIC X(6).
        10  WsAmoGLCreConta     PIC 9(8).
        10  WsAmoGLCreCentro    PIC X(6).
01  WsAmoSub                    PIC 9(5) COMP.
01  WsAmoAchado                 PIC 9(5) COMP.
01  WsAmoExcedentes             PIC 9(9)    VALUE ZERO.
01  WsAmoValorTotal             PIC 9(13)V99 VALUE ZERO.
01  WsAmoQtdeChave              PIC 9(5)    VALUE ZERO.
01  WsAmoQtdeSorteio            PIC 9(5)    VALUE ZERO.
01  WsQtdeEstornos              PIC 9(5)    VALUE ZERO.
01  WsQtdePendentes             PIC 9(5)    VALUE ZERO.
01  WsQtdeParesGL               PIC 9(5)    VALUE ZERO.

*> Visão da linha de auditoria guardada na amostra.
COPY AuditRec REPLACING
    ==RegistroAuditoria== BY ==RegistroAuditoriaAmostra==.

01  WsNumero1Edt                PIC -9(7).99.
01  WsNumero2Edt                PIC -9(7).99.
01  WsSomaEdt                   PIC -9(8).99.
01  WsMoedaTexto                PIC X(3).
01  WsValorOriginalEdt          PIC -9(8).99.
01  WsTaxaEdt                   PIC 9(4).9(6).
01  WsValorEdt                  PIC Z(12)9.99.
01  WsIntervaloValorEdt         PIC Z(12)9.99.
01  WsValorParmEdt              PIC Z(7)9.99.
01  WsEstRegistroTexto          PIC X(7).
01  WsEstDataTexto              PIC X(8).
01  WsPenDataTexto              PIC X(8).
01  WsPenDecisaoTexto           PIC X(8).
01  WsGLDebContaTexto           PIC X(8).
01  WsGLCreContaTexto           PIC X(8).
01  WsSelecaoTexto              PIC X(7).

01  WsLinhaPapel                PIC X(500).
01  WsPonteiro                  PIC 9(3) COMP.
01  WsLinhaCapa                 PIC X(132).
01  WsMensagemSelo              PIC X(132).
01  WsCaminhoPopulacao          PIC X(60)
        VALUE "data/somanumeros_amostra_pop.tmp".
01  WsDataAtual                 PIC 9(8).
01  WsHoraAtual                 PIC 9(8).

COPY SeloGeracaoParm.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 1000-LER-PARAMETROS
    PERFORM 1500-DEFINIR-SEMENTE
    PERFORM 2000-LEVANTAR-POPULACAO
    PERFORM 3000-SELECIONAR-AMOSTRA
    PERFORM 4000-VINCULAR-ESTORNOS
    PERFORM 4300-VINCULAR-PENDENTES
    PERFORM 4500-VINCULAR-GL
    PERFORM 5000-GRAVAR-PAPEL-TRABALHO
    PERFORM 6000-GRAVAR-CAPA
    STOP RUN.

1000-LER-PARAMETROS.
    OPEN INPUT ArquivoParametros
    IF WsStatusParametros NOT = "00"
        DISPLAY "Parâmetros da amostra indisponíveis"
            " (data/somanumeros_amostra_parm.dat). Status: "
            WsStatusParametros
        STOP RUN
    END-IF
    READ ArquivoParametros
        AT END
            DISPLAY "Arquivo de parâmetros da amostra vazio."
            CLOSE ArquivoParametros
            STOP RUN
    END-READ
    CLOSE ArquivoParametros
    PERFORM 1100-VALIDAR-PARAMETROS.

1100-VALIDAR-PARAMETROS.
    IF ParmDataInicial NOT NUMERIC OR ParmDataFinal NOT NUMERIC
            OR ParmDataInicial = ZERO
            OR ParmDataInicial > ParmDataFinal
        DISPLAY "Faixa de datas inválida nos parâmetros da amostra."
        STOP RUN
    END-IF
    MOVE FUNCTION UPPER-CASE(ParmMetodo) TO WsMetodo
    IF NOT MetodoAleatorio AND NOT MetodoSistematico
            AND NOT MetodoMonetario
        DISPLAY "Método de amostragem inválido: use A (aleatória),"
            " S (sistemática) ou M (unidade monetária)."
        STOP RUN
    END-IF
    IF ParmTamanhoAmostra NOT NUMERIC
        MOVE ZERO TO ParmTamanhoAmostra
    END-IF
    IF ParmIntervalo NOT NUMERIC
        MOVE ZERO TO ParmIntervalo
    END-IF
    IF ParmSemente NOT NUMERIC
        MOVE ZERO TO ParmSemente
    END-IF
    IF ParmValorMinimo NOT NUMERIC
        MOVE ZERO TO ParmValorMinimo
    END-IF
    IF ParmValorChave NOT NUMERIC
        MOVE ZERO TO ParmValorChave
    END-IF
    IF ParmTamanhoAmostra = ZERO
            AND NOT (MetodoSistematico AND ParmIntervalo > ZERO)
        DISPLAY "Tamanho da amostra não informado (a sistemática"
            " aceita o intervalo no lugar)."
        STOP RUN
    END-IF.

*> Sem semente no parâmetro, a hora da execução vira a semente; de
*> qualquer forma ela sai na capa para a amostra ser refeita.
1500-DEFINIR-SEMENTE.
    IF ParmSemente > ZERO
        MOVE ParmSemente TO WsSemente
    ELSE
        ACCEPT WsHoraSemente FROM TIME
        MOVE WsHoraSemente TO WsSemente
        IF WsSemente = ZERO
            MOVE 1 TO WsSemente
        END-IF
        SET SementeDoRelogio TO TRUE
    END-IF
    COMPUTE WsAleatorio = FUNCTION RANDOM(WsSemente).

2000-LEVANTAR-POPULACAO.
    OPEN INPUT ArquivoGeracoes
    IF WsStatusGeracoes NOT = "00"
        DISPLAY "Índice de gerações indisponível. Status: "
            WsStatusGeracoes
        STOP RUN
    END-IF
    PERFORM UNTIL FimGeracoes
        READ ArquivoGeracoes
            AT END
                SET FimGeracoes TO TRUE
            NOT AT END
                IF GeracaoData NOT < ParmDataInicial
                    IF GeracaoExpurgada
                        ADD 1 TO WsQtdeGerExpurgadas
                    ELSE
                        IF WsGerQtde < 4000
                            ADD 1 TO WsGerQtde
                            MOVE GeracaoData TO WsGerData(WsGerQtde)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArquivoGeracoes
    IF WsGerQtde = ZERO
        DISPLAY "Nenhuma geração fechada a partir de "
            ParmDataInicial "; não há população."
        STOP RUN
    END-IF
*> Todas as gerações são conferidas antes de ler qualquer uma: uma
*> recusa não deixa população pela metade.
    PERFORM VARYING WsGerSub FROM 1 BY 1 UNTIL WsGerSub > WsGerQtde
        MOVE WsGerData(WsGerSub) TO WsGeracaoAtual
        MOVE "A" TO SeloTipoArquivo
        PERFORM 2100-CONFERIR-SELO
    END-PERFORM
    OPEN OUTPUT ArquivoPopulacao
    IF WsStatusPopulacao NOT = "00"
        DISPLAY "Erro ao criar o arquivo de trabalho da população."
            " Status: " WsStatusPopulacao
        STOP RUN
    END-IF
    PERFORM VARYING WsGerSub FROM 1 BY 1 UNTIL WsGerSub > WsGerQtde
        MOVE WsGerData(WsGerSub) TO WsGeracaoAtual
        PERFORM 2200-LER-GERACAO
    END-PERFORM
    CLOSE ArquivoPopulacao
    IF WsPopQtde = ZERO
        DISPLAY "Nenhum lançamento atende aos critérios da amostra."
        STOP RUN
    END-IF.

2100-CONFERIR-SELO.
    MOVE "V"            TO SeloFuncao
    MOVE WsGeracaoAtual TO SeloDataGeracao
    CALL "SeloGeracao" USING ParametroSelo
    EVALUATE TRUE
        WHEN SeloConfere
            CONTINUE
        WHEN SeloSemSelo
            IF SeloArquivoAuditoria
                ADD 1 TO WsQtdeGerSemSelo
            END-IF
        WHEN OTHER
            MOVE SPACES TO WsMensagemSelo
            STRING "Geração "         DELIMITED BY SIZE
                   SeloDataGeracao    DELIMITED BY SIZE
                   " recusada: "      DELIMITED BY SIZE
                   SeloCaminho        DELIMITED BY SPACE
                   " não confere com o selo ("
                                      DELIMITED BY SIZE
                   SeloResultado      DELIMITED BY SIZE
                   ")."               DELIMITED BY SIZE
                INTO WsMensagemSelo
            DISPLAY WsMensagemSelo
            DISPLAY "Amostra não extraída. Rode VerificacaoGeracoes "
                "para o detalhe."
            STOP RUN
    END-EVALUATE.

2200-LER-GERACAO.
    MOVE SPACES TO WsNomeArqAuditoria
    STRING "data/somanumeros_auditoria." DELIMITED BY SIZE
           WsGeracaoAtual                DELIMITED BY SIZE
           ".dat"                        DELIMITED BY SIZE
        INTO WsNomeArqAuditoria
    MOVE "N" TO WsFimArquivo
    OPEN INPUT ArquivoAuditoria
    IF WsStatusAuditoria = "00"
        PERFORM UNTIL FimArquivo
            READ ArquivoAuditoria
                AT END
                    SET FimArquivo TO TRUE
                NOT AT END
                    PERFORM 2300-AVALIAR-LINHA
                    IF LinhaQualifica
                        PERFORM 2400-GRAVAR-POPULACAO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArquivoAuditoria
    END-IF.

*> Data de movimento como nos demais leitores da trilha: linhas
*> antigas, sem o campo, valem pela data de gravação.
2300-AVALIAR-LINHA.
    MOVE "N" TO WsLinhaQualifica
    IF AuditoriaLancEstorno IN RegistroAuditoria
        CONTINUE
    ELSE
        IF AuditoriaDataMovimento IN RegistroAuditoria NUMERIC
                AND AuditoriaDataMovimento IN RegistroAuditoria > ZERO
            MOVE AuditoriaDataMovimento IN RegistroAuditoria
                TO WsDataLinha
        ELSE
            MOVE AuditoriaData IN RegistroAuditoria TO WsDataLinha
        END-IF
        IF AuditoriaSoma IN RegistroAuditoria NUMERIC
            MOVE AuditoriaSoma IN RegistroAuditoria TO WsValorLinha
        ELSE
            MOVE ZERO TO WsValorLinha
        END-IF
        IF WsDataLinha NOT < ParmDataInicial
                AND WsDataLinha NOT > ParmDataFinal
                AND WsValorLinha NOT < ParmValorMinimo
            SET LinhaQualifica TO TRUE
            PERFORM 2310-FILTRAR-ORIGEM
            IF LinhaQualifica
                PERFORM 2320-FILTRAR-OPERACAO
            END-IF
        END-IF
    END-IF.

2310-FILTRAR-ORIGEM.
    MOVE "N" TO WsFiltroInformado
    MOVE "N" TO WsFiltroAchado
    PERFORM VARYING WsFiltroSub FROM 1 BY 1 UNTIL WsFiltroSub > 10
        IF ParmOrigem(WsFiltroSub) NOT = SPACES
            SET FiltroInformado TO TRUE
            IF ParmOrigem(WsFiltroSub)
                    = AuditoriaSistemaOrigem IN RegistroAuditoria
                SET FiltroAchado TO TRUE
            END-IF
        END-IF
    END-PERFORM
    IF FiltroInformado AND NOT FiltroAchado
        MOVE "N" TO WsLinhaQualifica
    END-IF.

2320-FILTRAR-OPERACAO.
    MOVE "N" TO WsFiltroInformado
    MOVE "N" TO WsFiltroAchado
    PERFORM VARYING WsFiltroSub FROM 1 BY 1 UNTIL WsFiltroSub > 4
        IF ParmOperacao(WsFiltroSub) NOT = SPACE
            SET FiltroInformado TO TRUE
            IF ParmOperacao(WsFiltroSub)
                    = AuditoriaCodigoOperacao IN RegistroAuditoria
                SET FiltroAchado TO TRUE
            END-IF
        END-IF
    END-PERFORM
    IF FiltroInformado AND NOT FiltroAchado
        MOVE "N" TO WsLinhaQualifica
    END-IF.

2400-GRAVAR-POPULACAO.
    MOVE WsGeracaoAtual    TO PopGeracao
    MOVE WsValorLinha      TO PopValor
    MOVE RegistroAuditoria TO PopAuditoria
    WRITE RegistroPopulacao
    ADD 1 TO WsPopQtde
    ADD WsValorLinha TO WsPopValor
    IF ParmValorChave > ZERO AND WsValorLinha NOT < ParmValorChave
        ADD 1 TO WsChaveQtde
        ADD WsValorLinha TO WsChaveValor
    ELSE
        ADD 1 TO WsSorteioQtde
        ADD WsValorLinha TO WsSorteioValor
    END-IF.

3000-SELECIONAR-AMOSTRA.
    PERFORM 3050-PREPARAR-METODO
    MOVE "N" TO WsFimArquivo
    OPEN INPUT ArquivoPopulacao
    PERFORM UNTIL FimArquivo
        READ ArquivoPopulacao
            AT END
                SET FimArquivo TO TRUE
            NOT AT END
                PERFORM 3100-AVALIAR-ITEM
        END-READ
    END-PERFORM
    CLOSE ArquivoPopulacao
    CALL "CBL_DELETE_FILE" USING WsCaminhoPopulacao.

3050-PREPARAR-METODO.
    EVALUATE TRUE
        WHEN MetodoSistematico
            IF ParmIntervalo > ZERO
                MOVE ParmIntervalo TO WsIntervalo
            ELSE
                COMPUTE WsIntervalo = WsSorteioQtde / ParmTamanhoAmostra
            END-IF
            IF WsIntervalo = ZERO
                MOVE 1 TO WsIntervalo
            END-IF
            COMPUTE WsInicio = FUNCTION MOD(WsSemente, WsIntervalo) + 1
        WHEN MetodoMonetario
            COMPUTE WsIntervaloValor =
                WsSorteioValor / ParmTamanhoAmostra
            IF WsIntervaloValor = ZERO
                MOVE 0.01 TO WsIntervaloValor
            END-IF
            COMPUTE WsAleatorio = FUNCTION RANDOM
            COMPUTE WsPontoValor = WsAleatorio * WsIntervaloValor
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

3100-AVALIAR-ITEM.
    MOVE "N" TO WsItemSelecionado
    MOVE "N" TO WsItemChave
    IF ParmValorChave > ZERO AND PopValor NOT < ParmValorChave
        SET ItemChave TO TRUE
        SET ItemSelecionado TO TRUE
    ELSE
        ADD 1 TO WsVistos
        EVALUATE TRUE
            WHEN MetodoAleatorio
                PERFORM 3200-SORTEAR-ALEATORIO
            WHEN MetodoSistematico
                PERFORM 3300-SORTEAR-SISTEMATICO
            WHEN OTHER
                PERFORM 3400-SORTEAR-MONETARIO
        END-EVALUATE
    END-IF
    IF ItemSelecionado
        PERFORM 3500-GUARDAR-ITEM
    END-IF.

*> Seleção sequencial: entra com probabilidade (faltam / restam), o
*> que dá exatamente o tamanho pedido numa só passada.
3200-SORTEAR-ALEATORIO.
    IF WsSorteados < ParmTamanhoAmostra
        COMPUTE WsFaltam = ParmTamanhoAmostra - WsSorteados
        COMPUTE WsRestam = WsSorteioQtde - WsVistos + 1
        COMPUTE WsAleatorio = FUNCTION RANDOM
        IF WsAleatorio * WsRestam < WsFaltam
            SET ItemSelecionado TO TRUE
            ADD 1 TO WsSorteados
        END-IF
    END-IF.

3300-SORTEAR-SISTEMATICO.
    IF WsVistos NOT < WsInicio
        IF FUNCTION MOD(WsVistos - WsInicio, WsIntervalo) = ZERO
            SET ItemSelecionado TO TRUE
            ADD 1 TO WsSorteados
        END-IF
    END-IF.

*> O item entra quando um ponto de seleção cai na sua faixa do valor
*> acumulado; um item maior que o intervalo recebe vários pontos, mas
*> entra uma vez só.
3400-SORTEAR-MONETARIO.
    ADD PopValor TO WsAcumuladoValor
    IF WsAcumuladoValor > WsPontoValor
        SET ItemSelecionado TO TRUE
        ADD 1 TO WsSorteados
        PERFORM UNTIL WsPontoValor NOT < WsAcumuladoValor
            ADD WsIntervaloValor TO WsPontoValor
        END-PERFORM
    END-IF.

3500-GUARDAR-ITEM.
    IF WsAmoQtde < 5000
        ADD 1 TO WsAmoQtde
        INITIALIZE WsAmoEntrada(WsAmoQtde)
        IF ItemChave
            MOVE "C" TO WsAmoSelecao(WsAmoQtde)
            ADD 1 TO WsAmoQtdeChave
        ELSE
            MOVE "A" TO WsAmoSelecao(WsAmoQtde)
            ADD 1 TO WsAmoQtdeSorteio
        END-IF
        MOVE PopGeracao   TO WsAmoGeracao(WsAmoQtde)
        MOVE PopValor     TO WsAmoValor(WsAmoQtde)
        MOVE PopAuditoria TO WsAmoAuditoria(WsAmoQtde)
        MOVE PopAuditoria TO RegistroAuditoriaAmostra
        MOVE AuditoriaLoteId IN RegistroAuditoriaAmostra
            TO WsAmoLoteId(WsAmoQtde)
        MOVE AuditoriaNumRegistro IN RegistroAuditoriaAmostra
            TO WsAmoNumRegistro(WsAmoQtde)
        ADD PopValor TO WsAmoValorTotal
    ELSE
        ADD 1 TO WsAmoExcedentes
    END-IF.

*> O estorno pode estar em qualquer geração posterior ou ainda na
*> auditoria corrente.
4000-VINCULAR-ESTORNOS.
    PERFORM VARYING WsGerSub FROM 1 BY 1 UNTIL WsGerSub > WsGerQtde
        MOVE SPACES TO WsNomeArqAuditoria
        STRING "data/somanumeros_auditoria." DELIMITED BY SIZE
               WsGerData(WsGerSub)           DELIMITED BY SIZE
               ".dat"                        DELIMITED BY SIZE
            INTO WsNomeArqAuditoria
        PERFORM 4100-PROCURAR-ESTORNOS
    END-PERFORM
    MOVE "data/somanumeros_auditoria.dat" TO WsNomeArqAuditoria
    PERFORM 4100-PROCURAR-ESTORNOS.

4100-PROCURAR-ESTORNOS.
    MOVE "N" TO WsFimArquivo
    OPEN INPUT ArquivoAuditoria
    IF WsStatusAuditoria = "00"
        PERFORM UNTIL FimArquivo
            READ ArquivoAuditoria
                AT END
                    SET FimArquivo TO TRUE
                NOT AT END
                    IF AuditoriaLancEstorno IN RegistroAuditoria
                        PERFORM 4150-VINCULAR-ESTORNO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArquivoAuditoria
    END-IF.

4150-VINCULAR-ESTORNO.
    MOVE ZERO TO WsAmoAchado
    PERFORM VARYING WsAmoSub FROM 1 BY 1
            UNTIL WsAmoSub > WsAmoQtde OR WsAmoAchado > ZERO
        IF WsAmoLoteId(WsAmoSub)
                    = AuditoriaEstornoLote IN RegistroAuditoria
                AND WsAmoNumRegistro(WsAmoSub)
                    = AuditoriaEstornoRegistro IN RegistroAuditoria
            MOVE WsAmoSub TO WsAmoAchado
        END-IF
    END-PERFORM
    IF WsAmoAchado > ZERO
        IF WsAmoEstLote(WsAmoAchado) = SPACES
            ADD 1 TO WsQtdeEstornos
        END-IF
        MOVE AuditoriaLoteId IN RegistroAuditoria
            TO WsAmoEstLote(WsAmoAchado)
        MOVE AuditoriaNumRegistro IN RegistroAuditoria
            TO WsAmoEstRegistro(WsAmoAchado)
        MOVE AuditoriaData IN RegistroAuditoria
            TO WsAmoEstData(WsAmoAchado)
    END-IF.

4300-VINCULAR-PENDENTES.
    MOVE "N" TO WsFimArquivo
    OPEN INPUT ArquivoHistPendentes
    IF WsStatusHistPendentes = "00"
        PERFORM UNTIL FimArquivo
            READ ArquivoHistPendentes
                AT END
                    SET FimArquivo TO TRUE
                NOT AT END
                    PERFORM 4350-VINCULAR-PENDENTE
            END-READ
        END-PERFORM
        CLOSE ArquivoHistPendentes
    END-IF.

4350-VINCULAR-PENDENTE.
    MOVE ZERO TO WsAmoAchado
    PERFORM VARYING WsAmoSub FROM 1 BY 1
            UNTIL WsAmoSub > WsAmoQtde OR WsAmoAchado > ZERO
        IF WsAmoLoteId(WsAmoSub) = PendenteLoteId
                AND WsAmoNumRegistro(WsAmoSub) = PendenteNumRegistro
            MOVE WsAmoSub TO WsAmoAchado
        END-IF
    END-PERFORM
    IF WsAmoAchado > ZERO
        IF WsAmoPenSituacao(WsAmoAchado) = SPACE
            ADD 1 TO WsQtdePendentes
        END-IF
        MOVE PendenteSituacao    TO WsAmoPenSituacao(WsAmoAchado)
        MOVE PendenteData        TO WsAmoPenData(WsAmoAchado)
        MOVE PendenteAprovador   TO WsAmoPenAprovador(WsAmoAchado)
        MOVE PendenteDataDecisao TO WsAmoPenDecisao(WsAmoAchado)
    END-IF.

*> O par GL é gravado junto com a auditoria, então mora na interface
*> da mesma geração do item.
4500-VINCULAR-GL.
    PERFORM VARYING WsGerSub FROM 1 BY 1 UNTIL WsGerSub > WsGerQtde
        MOVE WsGerData(WsGerSub) TO WsGeracaoAtual
        MOVE ZERO TO WsAmoAchado
        PERFORM VARYING WsAmoSub FROM 1 BY 1
                UNTIL WsAmoSub > WsAmoQtde OR WsAmoAchado > ZERO
            IF WsAmoGeracao(WsAmoSub) = WsGeracaoAtual
                MOVE WsAmoSub TO WsAmoAchado
            END-IF
        END-PERFORM
        IF WsAmoAchado > ZERO
            MOVE "G" TO SeloTipoArquivo
            PERFORM 2100-CONFERIR-SELO
            PERFORM 4600-LER-INTERFACE-GL
        END-IF
    END-PERFORM.

4600-LER-INTERFACE-GL.
    MOVE SPACES TO WsNomeArqInterfaceGL
    STRING "data/somanumeros_interface_gl." DELIMITED BY SIZE
           WsGeracaoAtual                   DELIMITED BY SIZE
           ".dat"                           DELIMITED BY SIZE
        INTO WsNomeArqInterfaceGL
    MOVE "N" TO WsFimArquivo
    OPEN INPUT ArquivoInterfaceGL
    IF WsStatusInterfaceGL = "00"
        PERFORM UNTIL FimArquivo
            READ ArquivoInterfaceGL
                AT END
                    SET FimArquivo TO TRUE
                NOT AT END
                    PERFORM 4650-VINCULAR-LINHA-GL
            END-READ
        END-PERFORM
        CLOSE ArquivoInterfaceGL
    END-IF.

4650-VINCULAR-LINHA-GL.
    MOVE ZERO TO WsAmoAchado
    PERFORM VARYING WsAmoSub FROM 1 BY 1
            UNTIL WsAmoSub > WsAmoQtde OR WsAmoAchado > ZERO
        IF WsAmoGeracao(WsAmoSub) = WsGeracaoAtual
                AND WsAmoLoteId(WsAmoSub) = GLLoteId
                AND WsAmoNumRegistro(WsAmoSub) = GLNumRegistro
            MOVE WsAmoSub TO WsAmoAchado
        END-IF
    END-PERFORM
    IF WsAmoAchado > ZERO
        IF GLIndicadorDC = "D"
            MOVE GLConta       TO WsAmoGLDebConta(WsAmoAchado)
            MOVE GLCentroCusto TO WsAmoGLDebCentro(WsAmoAchado)
        ELSE
            MOVE GLConta       TO WsAmoGLCreConta(WsAmoAchado)
            MOVE GLCentroCusto TO WsAmoGLCreCentro(WsAmoAchado)
            ADD 1 TO WsQtdeParesGL
        END-IF
    END-IF.

5000-GRAVAR-PAPEL-TRABALHO.
    OPEN OUTPUT ArquivoPapel
    IF WsStatusPapel NOT = "00"
        DISPLAY "Erro ao abrir o papel de trabalho. Status: "
            WsStatusPapel
        STOP RUN
    END-IF
    MOVE SPACES TO WsLinhaPapel
    STRING "SELECAO;GERACAO;DATA;HORA;MOVIMENTO;ORIGEM;LOTE;"
               DELIMITED BY SIZE
           "REGISTRO;NUMERO1;NUMERO2;OPERACAO;RESULTADO;"
               DELIMITED BY SIZE
           "MOEDA;VALOR_ORIGINAL;TAXA;" DELIMITED BY SIZE
           "DATA_ORIGINAL;ESTORNO_LOTE;ESTORNO_REGISTRO;"
               DELIMITED BY SIZE
           "ESTORNO_DATA;APROVACAO_SITUACAO;APROVACAO_RETIDO_EM;"
               DELIMITED BY SIZE
           "APROVADOR;APROVACAO_DATA;GL_DEBITO_CONTA;"
               DELIMITED BY SIZE
           "GL_DEBITO_CENTRO;GL_CREDITO_CONTA;GL_CREDITO_CENTRO;"
               DELIMITED BY SIZE
           "LINHA_AUDITORIA" DELIMITED BY SIZE
        INTO WsLinhaPapel
    MOVE WsLinhaPapel TO RegistroPapel
    WRITE RegistroPapel
    PERFORM VARYING WsAmoSub FROM 1 BY 1 UNTIL WsAmoSub > WsAmoQtde
        PERFORM 5200-GRAVAR-ITEM
    END-PERFORM
    CLOSE ArquivoPapel.

*> Campos sem vínculo saem vazios entre os separadores.
5200-GRAVAR-ITEM.
    MOVE WsAmoAuditoria(WsAmoSub) TO RegistroAuditoriaAmostra
    IF WsAmoSelecao(WsAmoSub) = "C"
        MOVE "CHAVE"   TO WsSelecaoTexto
    ELSE
        MOVE "AMOSTRA" TO WsSelecaoTexto
    END-IF
    MOVE AuditoriaNumero1 IN RegistroAuditoriaAmostra TO WsNumero1Edt
    MOVE AuditoriaNumero2 IN RegistroAuditoriaAmostra TO WsNumero2Edt
    MOVE AuditoriaSoma IN RegistroAuditoriaAmostra    TO WsSomaEdt
    IF AuditoriaMoeda IN RegistroAuditoriaAmostra = SPACES
        MOVE "BRL" TO WsMoedaTexto
        MOVE AuditoriaSoma IN RegistroAuditoriaAmostra
            TO WsValorOriginalEdt
        MOVE 1     TO WsTaxaEdt
    ELSE
        MOVE AuditoriaMoeda IN RegistroAuditoriaAmostra TO WsMoedaTexto
        MOVE AuditoriaValorOriginal IN RegistroAuditoriaAmostra
            TO WsValorOriginalEdt
        MOVE AuditoriaTaxaCambio IN RegistroAuditoriaAmostra
            TO WsTaxaEdt
    END-IF
    MOVE SPACES TO WsEstRegistroTexto WsEstDataTexto
    IF WsAmoEstLote(WsAmoSub) NOT = SPACES
        MOVE WsAmoEstRegistro(WsAmoSub) TO WsEstRegistroTexto
        MOVE WsAmoEstData(WsAmoSub)     TO WsEstDataTexto
    END-IF
    MOVE SPACES TO WsPenDataTexto WsPenDecisaoTexto
    IF WsAmoPenSituacao(WsAmoSub) NOT = SPACE
        MOVE WsAmoPenData(WsAmoSub)    TO WsPenDataTexto
        MOVE WsAmoPenDecisao(WsAmoSub) TO WsPenDecisaoTexto
    END-IF
    MOVE SPACES TO WsGLDebContaTexto WsGLCreContaTexto
    IF WsAmoGLDebCentro(WsAmoSub) NOT = SPACES
        MOVE WsAmoGLDebConta(WsAmoSub) TO WsGLDebContaTexto
    END-IF
    IF WsAmoGLCreCentro(WsAmoSub) NOT = SPACES
        MOVE WsAmoGLCreConta(WsAmoSub) TO WsGLCreContaTexto
    END-IF
    MOVE SPACES TO WsLinhaPapel
    MOVE 1 TO WsPonteiro
    STRING WsSelecaoTexto          DELIMITED BY SPACE
           ";"                     DELIMITED BY SIZE
           WsAmoGeracao(WsAmoSub)  DELIMITED BY SIZE
           ";"                     DELIMITED BY SIZE
           AuditoriaData IN RegistroAuditoriaAmostra DELIMITED BY SIZE
           ";"                     DELIMITED BY SIZE
           AuditoriaHora IN RegistroAuditoriaAmostra DELIMITED BY SIZE
           ";"                     DELIMITED BY SIZE
           AuditoriaDataMovimento IN RegistroAuditoriaAmostra
                                   DELIMITED BY SIZE
           ";"                     DELIMITED BY SIZE
           AuditoriaSistemaOrigem IN RegistroAuditoriaAmostra
                                   DELIMITED BY SPACE
           ";"                     DELIMITED BY SIZE
           WsAmoLoteId(WsAmoSub)   DELIMITED BY SPACE
           ";"                     DELIMITED BY SIZE
           WsAmoNumRegistro(WsAmoSub) DELIMITED BY SIZE
           ";"                     DELIMITED BY SIZE
           WsNumero1Edt            DELIMITED BY SIZE
           ";"                     DELIMITED BY SIZE
           WsNumero2Edt            DELIMITED BY SIZE
           ";"                     DELIMITED BY SIZE
           AuditoriaCodigoOperacao IN RegistroAuditoriaAmostra
                                   DELIMITED BY SIZE
           ";"                     DELIMITED BY SIZE
           WsSomaEdt               DELIMITED BY SIZE
           ";"                     DELIMITED BY SIZE
           WsMoedaTexto            DELIMITED BY SIZE
           ";"                     DELIMITED BY SIZE
           WsValorOriginalEdt      DELIMITED BY SIZE
           ";"                     DELIMITED BY SIZE
           WsTaxaEdt               DELIMITED BY SIZE
           ";"                     DELIMITED BY SIZE
           AuditoriaDataOriginal IN RegistroAuditoriaAmostra
                                   DELIMITED BY SIZE
           ";"                     DELIMITED BY SIZE
        INTO WsLinhaPapel WITH POINTER WsPonteiro
    STRING WsAmoEstLote(WsAmoSub)  DELIMITED BY SPACE
           ";"                     DELIMITED BY SIZE
           WsEstRegistroTexto      DELIMITED BY SPACE
           ";"                     DELIMITED BY SIZE
           WsEstDataTexto          DELIMITED BY SPACE
           ";"                     DELIMITED BY SIZE
           WsAmoPenSituacao(WsAmoSub) DELIMITED BY SPACE
           ";"                     DELIMITED BY SIZE
           WsPenDataTexto          DELIMITED BY SPACE
           ";"                     DELIMITED BY SIZE
           WsAmoPenAprovador(WsAmoSub) DELIMITED BY SPACE
           ";"                     DELIMITED BY SIZE
           WsPenDecisaoTexto       DELIMITED BY SPACE
           ";"                     DELIMITED BY SIZE
           WsGLDebContaTexto       DELIMITED BY SPACE
           ";"                     DELIMITED BY SIZE
           WsAmoGLDebCentro(WsAmoSub) DELIMITED BY SPACE
           ";"                     DELIMITED BY SIZE
           WsGLCreContaTexto       DELIMITED BY SPACE
           ";"                     DELIMITED BY SIZE
           WsAmoGLCreCentro(WsAmoSub) DELIMITED BY SPACE
           ";"                     DELIMITED BY SIZE
           WsAmoAuditoria(WsAmoSub) DELIMITED BY SIZE
        INTO WsLinhaPapel WITH POINTER WsPonteiro
    MOVE WsLinhaPapel TO RegistroPapel
    WRITE RegistroPapel.

6000-GRAVAR-CAPA.
    OPEN OUTPUT ArquivoCapa
    IF WsStatusCapa NOT = "00"
        DISPLAY "Erro ao abrir a capa da amostra. Status: "
            WsStatusCapa
        STOP RUN
    END-IF
    ACCEPT WsDataAtual FROM DATE YYYYMMDD
    ACCEPT WsHoraAtual FROM TIME
    MOVE SPACES TO WsLinhaCapa
    STRING "AMOSTRA PARA AUDITORIA EXTERNA - CAPA - EMITIDA EM "
               DELIMITED BY SIZE
           WsDataAtual DELIMITED BY SIZE
           " "         DELIMITED BY SIZE
           WsHoraAtual DELIMITED BY SIZE
        INTO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    MOVE ALL "-" TO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    MOVE "PARÂMETROS:" TO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaCapa
    STRING "  Movimento de " DELIMITED BY SIZE
           ParmDataInicial   DELIMITED BY SIZE
           " a "             DELIMITED BY SIZE
           ParmDataFinal     DELIMITED BY SIZE
        INTO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaCapa
    IF ParmOrigens = SPACES
        MOVE "  Sistemas de origem: todos" TO WsLinhaCapa
    ELSE
        STRING "  Sistemas de origem: " DELIMITED BY SIZE
               ParmOrigens              DELIMITED BY SIZE
            INTO WsLinhaCapa
    END-IF
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaCapa
    IF ParmOperacoes = SPACES
        MOVE "  Códigos de operação: todos" TO WsLinhaCapa
    ELSE
        STRING "  Códigos de operação: " DELIMITED BY SIZE
               ParmOperacoes             DELIMITED BY SIZE
            INTO WsLinhaCapa
    END-IF
    PERFORM 8000-GRAVAR-LINHA
    MOVE ParmValorMinimo TO WsValorParmEdt
    MOVE SPACES TO WsLinhaCapa
    STRING "  Piso de valor        : " DELIMITED BY SIZE
           WsValorParmEdt              DELIMITED BY SIZE
        INTO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    MOVE ParmValorChave TO WsValorParmEdt
    MOVE SPACES TO WsLinhaCapa
    STRING "  Limite item-chave    : " DELIMITED BY SIZE
           WsValorParmEdt              DELIMITED BY SIZE
           " (zero = sem itens-chave)" DELIMITED BY SIZE
        INTO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaCapa
    EVALUATE TRUE
        WHEN MetodoAleatorio
            STRING "  Método               : A - aleatória simples,"
                       DELIMITED BY SIZE
                   " tamanho " DELIMITED BY SIZE
                   ParmTamanhoAmostra DELIMITED BY SIZE
                INTO WsLinhaCapa
        WHEN MetodoSistematico
            STRING "  Método               : S - sistemática,"
                       DELIMITED BY SIZE
                   " um a cada " DELIMITED BY SIZE
                   WsIntervalo   DELIMITED BY SIZE
                   " a partir do item " DELIMITED BY SIZE
                   WsInicio      DELIMITED BY SIZE
                INTO WsLinhaCapa
        WHEN OTHER
            MOVE WsIntervaloValor TO WsIntervaloValorEdt
            STRING "  Método               : M - unidade monetária,"
                       DELIMITED BY SIZE
                   " tamanho " DELIMITED BY SIZE
                   ParmTamanhoAmostra DELIMITED BY SIZE
                   ", intervalo " DELIMITED BY SIZE
                   WsIntervaloValorEdt DELIMITED BY SIZE
                INTO WsLinhaCapa
    END-EVALUATE
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaCapa
    IF SementeDoRelogio
        STRING "  Semente              : " DELIMITED BY SIZE
               WsSemente                   DELIMITED BY SIZE
               " (tirada do relógio; informe-a no parâmetro para"
                   DELIMITED BY SIZE
               " refazer a amostra)" DELIMITED BY SIZE
            INTO WsLinhaCapa
    ELSE
        STRING "  Semente              : " DELIMITED BY SIZE
               WsSemente                   DELIMITED BY SIZE
            INTO WsLinhaCapa
    END-IF
    PERFORM 8000-GRAVAR-LINHA
    MOVE ALL "-" TO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaCapa
    STRING "Gerações fechadas lidas  : " DELIMITED BY SIZE
           WsGerQtde                     DELIMITED BY SIZE
           "  (a partir de "             DELIMITED BY SIZE
           ParmDataInicial               DELIMITED BY SIZE
           ")"                           DELIMITED BY SIZE
        INTO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    IF WsQtdeGerSemSelo > ZERO
        MOVE SPACES TO WsLinhaCapa
        STRING "  fechadas antes do selo, lidas sem conferência: "
                   DELIMITED BY SIZE
               WsQtdeGerSemSelo DELIMITED BY SIZE
            INTO WsLinhaCapa
        PERFORM 8000-GRAVAR-LINHA
    END-IF
    IF WsQtdeGerExpurgadas > ZERO
        MOVE SPACES TO WsLinhaCapa
        STRING "  ATENÇÃO: " DELIMITED BY SIZE
               WsQtdeGerExpurgadas DELIMITED BY SIZE
               " geração(ões) do período expurgada(s) pela retenção;"
                   DELIMITED BY SIZE
               " população incompleta." DELIMITED BY SIZE
            INTO WsLinhaCapa
        PERFORM 8000-GRAVAR-LINHA
    END-IF
    MOVE WsPopValor TO WsValorEdt
    MOVE SPACES TO WsLinhaCapa
    STRING "População                : " DELIMITED BY SIZE
           WsPopQtde                     DELIMITED BY SIZE
           "  valor "                    DELIMITED BY SIZE
           WsValorEdt                    DELIMITED BY SIZE
        INTO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    MOVE WsChaveValor TO WsValorEdt
    MOVE SPACES TO WsLinhaCapa
    STRING "  itens-chave (todos)    : " DELIMITED BY SIZE
           WsChaveQtde                   DELIMITED BY SIZE
           "  valor "                    DELIMITED BY SIZE
           WsValorEdt                    DELIMITED BY SIZE
        INTO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    MOVE WsSorteioValor TO WsValorEdt
    MOVE SPACES TO WsLinhaCapa
    STRING "  base do sorteio        : " DELIMITED BY SIZE
           WsSorteioQtde                 DELIMITED BY SIZE
           "  valor "                    DELIMITED BY SIZE
           WsValorEdt                    DELIMITED BY SIZE
        INTO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    MOVE WsAmoValorTotal TO WsValorEdt
    MOVE SPACES TO WsLinhaCapa
    STRING "Itens no papel de trabalho: " DELIMITED BY SIZE
           WsAmoQtde                      DELIMITED BY SIZE
           " (chave "                     DELIMITED BY SIZE
           WsAmoQtdeChave                 DELIMITED BY SIZE
           ", amostra "                   DELIMITED BY SIZE
           WsAmoQtdeSorteio               DELIMITED BY SIZE
           ")  valor "                    DELIMITED BY SIZE
           WsValorEdt                     DELIMITED BY SIZE
        INTO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    IF WsAmoExcedentes > ZERO
        MOVE SPACES TO WsLinhaCapa
        STRING "  ATENÇÃO: " DELIMITED BY SIZE
               WsAmoExcedentes DELIMITED BY SIZE
               " item(ns) selecionado(s) além de 5000 não gravado(s);"
                   DELIMITED BY SIZE
               " restrinja os critérios." DELIMITED BY SIZE
            INTO WsLinhaCapa
        PERFORM 8000-GRAVAR-LINHA
    END-IF
    MOVE SPACES TO WsLinhaCapa
    STRING "  com estorno vinculado  : " DELIMITED BY SIZE
           WsQtdeEstornos                DELIMITED BY SIZE
        INTO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaCapa
    STRING "  com aprovação de alto valor: " DELIMITED BY SIZE
           WsQtdePendentes                   DELIMITED BY SIZE
        INTO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaCapa
    STRING "  com par GL na interface: " DELIMITED BY SIZE
           WsQtdeParesGL                 DELIMITED BY SIZE
        INTO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    MOVE "Papel de trabalho: data/somanumeros_amostra_papel.dat"
        TO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    MOVE ALL "-" TO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    MOVE "Extraído por: ______________________  Data: ___/___/_____"
        TO WsLinhaCapa
    PERFORM 8000-GRAVAR-LINHA
    CLOSE ArquivoCapa.

8000-GRAVAR-LINHA.
    MOVE WsLinhaCapa TO RegistroCapa
    WRITE RegistroCapa
    DISPLAY WsLinhaCapa.
