IDENTIFICATION DIVISION.
PROGRAM-ID. VerificacaoGeracoes.

*> Verificação da trilha arquivada, para a auditoria externa: relê
*> toda geração do índice data/somanumeros_geracoes.dat que ainda está
*> em disco e confere cada arquivo (saída, auditoria, interface GL)
*> contra o selo gravado no fechamento (SeloGeracao). Aponta arquivo
*> ausente, truncado (menos registros que o selado), alterado (mesma
*> quantidade ou mais, mas hash totals ou verificador diferentes) e
*> sobrando — arquivo datado em disco para uma geração expurgada, uma
*> geração fechada sem aquele arquivo, ou um dia que não consta no
*> índice (os dias são procurados da primeira geração do índice até a
*> data corrente). Gerações fechadas antes do selo existir saem como
*> "SEM SELO", contadas à parte.
*>
*> O resultado sai no console e em data/somanumeros_verificacao_rpt.dat,
*> com o resultado geral no fim.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArquivoGeracoes ASSIGN TO "data/somanumeros_geracoes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusGeracoes.

    SELECT ArquivoRelatorio
        ASSIGN TO "data/somanumeros_verificacao_rpt.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusRelatorio.

DATA DIVISION.
FILE SECTION.
FD  ArquivoGeracoes
    RECORDING MODE IS F.
COPY GeracaoRec.

FD  ArquivoRelatorio
    RECORDING MODE IS F.
01  RegistroRelatorio           PIC X(132).

WORKING-STORAGE SECTION.
01  WsStatusGeracoes            PIC X(2).
01  WsStatusRelatorio           PIC X(2).

01  WsFimGeracoes               PIC X(1)    VALUE "N".
    88  FimGeracoes                        VALUE "S".

*> Gerações do índice, carregadas antes das chamadas a SeloGeracao
*> (que relê o índice para cada arquivo conferido).
01  WsIndice.
    05  WsIndQtde               PIC 9(5)    VALUE ZERO.
    05  WsIndEntrada OCCURS 5000 TIMES.
        10  WsIndData           PIC 9(8).
        10  WsIndSituacao       PIC X(1).
01  WsIndSub                    PIC 9(5) COMP.
01  WsIndExcedentes             PIC 9(7)    VALUE ZERO.
01  WsPrimeiraData              PIC 9(8)    VALUE 99999999.

01  WsDataAtual                 PIC 9(8).
01  WsHoraAtual                 PIC 9(8).
01  WsDiaVarrido                PIC 9(8).
01  WsDiaInteiro                PIC 9(8) COMP.
01  WsDiaFinal                  PIC 9(8) COMP.
01  WsDiaNoIndice               PIC X(1)    VALUE "N".
    88  DiaNoIndice                        VALUE "S".

01  WsTipoSub                   PIC 9(1) COMP.
01  WsTiposArquivo              PIC X(3)    VALUE "SAG".
01  WsNomeTipo                  PIC X(12).

01  WsCaminhoExtra              PIC X(60).
01  WsInfoArquivo               PIC X(16).
01  WsRcArquivo                 PIC S9(9) COMP.

01  WsResultadoTexto            PIC X(12).

01  WsQtdeGeracoes              PIC 9(5)    VALUE ZERO.
01  WsQtdeExpurgadas            PIC 9(5)    VALUE ZERO.
01  WsQtdeConferem              PIC 9(7)    VALUE ZERO.
01  WsQtdeSemSelo               PIC 9(7)    VALUE ZERO.
01  WsQtdeAusentes              PIC 9(7)    VALUE ZERO.
01  WsQtdeTruncados             PIC 9(7)    VALUE ZERO.
01  WsQtdeAlterados             PIC 9(7)    VALUE ZERO.
01  WsQtdeSobrando              PIC 9(7)    VALUE ZERO.

01  WsLinhaRelatorio            PIC X(132).

COPY SeloGeracaoParm.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 1000-CARREGAR-INDICE
    PERFORM 1500-ABRIR-RELATORIO
    PERFORM 1800-INICIAR-RELATORIO
    PERFORM VARYING WsIndSub FROM 1 BY 1 UNTIL WsIndSub > WsIndQtde
        PERFORM 2000-CONFERIR-GERACAO
    END-PERFORM
    PERFORM 3000-PROCURAR-SOBRANDO
    PERFORM 5000-ENCERRAR
    STOP RUN.

1000-CARREGAR-INDICE.
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
                IF WsIndQtde < 5000
                    ADD 1 TO WsIndQtde
                    MOVE GeracaoData     TO WsIndData(WsIndQtde)
                    MOVE GeracaoSituacao TO WsIndSituacao(WsIndQtde)
                    IF GeracaoData < WsPrimeiraData
                        MOVE GeracaoData TO WsPrimeiraData
                    END-IF
                ELSE
                    ADD 1 TO WsIndExcedentes
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArquivoGeracoes
    IF WsIndExcedentes > ZERO
        DISPLAY "Aviso: " WsIndExcedentes " geração(ões) além de 5000"
            " no índice não conferidas."
    END-IF.

1500-ABRIR-RELATORIO.
    OPEN OUTPUT ArquivoRelatorio
    IF WsStatusRelatorio NOT = "00"
        DISPLAY "Erro ao abrir relatório de verificação. Status: "
            WsStatusRelatorio
        STOP RUN
    END-IF.

1800-INICIAR-RELATORIO.
    ACCEPT WsDataAtual FROM DATE YYYYMMDD
    ACCEPT WsHoraAtual FROM TIME
    MOVE SPACES TO WsLinhaRelatorio
    STRING "VERIFICAÇÃO DOS SELOS DAS GERAÇÕES FECHADAS - EMITIDO EM "
               DELIMITED BY SIZE
           WsDataAtual DELIMITED BY SIZE
           " "         DELIMITED BY SIZE
           WsHoraAtual DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA.

*> A geração expurgada também passa por SeloGeracao: o que se confere
*> nela é que os arquivos saíram mesmo do disco.
2000-CONFERIR-GERACAO.
    ADD 1 TO WsQtdeGeracoes
    IF WsIndSituacao(WsIndSub) = "E"
        ADD 1 TO WsQtdeExpurgadas
    END-IF
    PERFORM VARYING WsTipoSub FROM 1 BY 1 UNTIL WsTipoSub > 3
        MOVE "V"                        TO SeloFuncao
        MOVE WsIndData(WsIndSub)        TO SeloDataGeracao
        MOVE WsTiposArquivo(WsTipoSub:1) TO SeloTipoArquivo
        CALL "SeloGeracao" USING ParametroSelo
        PERFORM 2100-REGISTRAR-RESULTADO
    END-PERFORM.

2100-REGISTRAR-RESULTADO.
    EVALUATE TRUE
        WHEN SeloConfere
            ADD 1 TO WsQtdeConferem
            MOVE "CONFERE" TO WsResultadoTexto
        WHEN SeloGeracaoExpurgada
            MOVE "EXPURGADO" TO WsResultadoTexto
        WHEN SeloSemSelo
            ADD 1 TO WsQtdeSemSelo
            MOVE "SEM SELO" TO WsResultadoTexto
        WHEN SeloArquivoAusente
            ADD 1 TO WsQtdeAusentes
            MOVE "AUSENTE" TO WsResultadoTexto
        WHEN SeloArquivoTruncado
            ADD 1 TO WsQtdeTruncados
            MOVE "TRUNCADO" TO WsResultadoTexto
        WHEN SeloArquivoAlterado
            ADD 1 TO WsQtdeAlterados
            MOVE "ALTERADO" TO WsResultadoTexto
        WHEN OTHER
            ADD 1 TO WsQtdeSobrando
            MOVE "SOBRANDO" TO WsResultadoTexto
    END-EVALUATE
    IF NOT SeloGeracaoExpurgada
        MOVE SPACES TO WsLinhaRelatorio
        STRING "Geração "         DELIMITED BY SIZE
               SeloDataGeracao    DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WsResultadoTexto   DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               SeloCaminho        DELIMITED BY SPACE
               "  registros "     DELIMITED BY SIZE
               SeloCalcQtde       DELIMITED BY SIZE
               " verificador "    DELIMITED BY SIZE
               SeloCalcVerificador DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF.

*> Dias fora do índice: um arquivo datado em disco sem geração
*> registrada não foi produzido pelo fechamento.
3000-PROCURAR-SOBRANDO.
    IF WsIndQtde > ZERO
        COMPUTE WsDiaInteiro = FUNCTION INTEGER-OF-DATE(WsPrimeiraData)
        COMPUTE WsDiaFinal = FUNCTION INTEGER-OF-DATE(WsDataAtual)
        PERFORM UNTIL WsDiaInteiro > WsDiaFinal
            COMPUTE WsDiaVarrido =
                FUNCTION DATE-OF-INTEGER(WsDiaInteiro)
            PERFORM 3100-AVALIAR-DIA
            ADD 1 TO WsDiaInteiro
        END-PERFORM
    END-IF.

3100-AVALIAR-DIA.
    MOVE "N" TO WsDiaNoIndice
    PERFORM VARYING WsIndSub FROM 1 BY 1
            UNTIL WsIndSub > WsIndQtde OR DiaNoIndice
        IF WsIndData(WsIndSub) = WsDiaVarrido
            SET DiaNoIndice TO TRUE
        END-IF
    END-PERFORM
    IF NOT DiaNoIndice
        PERFORM VARYING WsTipoSub FROM 1 BY 1 UNTIL WsTipoSub > 3
            PERFORM 3200-VERIFICAR-ARQUIVO-DIA
        END-PERFORM
    END-IF.

3200-VERIFICAR-ARQUIVO-DIA.
    MOVE SPACES TO WsCaminhoExtra
    EVALUATE WsTipoSub
        WHEN 1
            MOVE "saida"        TO WsNomeTipo
        WHEN 2
            MOVE "auditoria"    TO WsNomeTipo
        WHEN OTHER
            MOVE "interface_gl" TO WsNomeTipo
    END-EVALUATE
    STRING "data/somanumeros_" DELIMITED BY SIZE
           WsNomeTipo          DELIMITED BY SPACE
           "."                 DELIMITED BY SIZE
           WsDiaVarrido        DELIMITED BY SIZE
           ".dat"              DELIMITED BY SIZE
        INTO WsCaminhoExtra
    CALL "CBL_CHECK_FILE_EXIST" USING WsCaminhoExtra WsInfoArquivo
        RETURNING WsRcArquivo
    IF WsRcArquivo = ZERO
        ADD 1 TO WsQtdeSobrando
        MOVE SPACES TO WsLinhaRelatorio
        STRING "Dia "             DELIMITED BY SIZE
               WsDiaVarrido       DELIMITED BY SIZE
               " SOBRANDO "       DELIMITED BY SIZE
               WsCaminhoExtra     DELIMITED BY SPACE
               " (dia fora do índice de gerações)" DELIMITED BY SIZE
            INTO WsLinhaRelatorio
        PERFORM 8000-GRAVAR-LINHA
    END-IF.

5000-ENCERRAR.
    MOVE ALL "-" TO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "Gerações no índice       : " DELIMITED BY SIZE
           WsQtdeGeracoes DELIMITED BY SIZE
           "  (expurgadas: "  DELIMITED BY SIZE
           WsQtdeExpurgadas DELIMITED BY SIZE
           ")"                DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "Arquivos que conferem    : " DELIMITED BY SIZE
           WsQtdeConferem DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "Sem selo (antigos)       : " DELIMITED BY SIZE
           WsQtdeSemSelo DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "Ausentes                 : " DELIMITED BY SIZE
           WsQtdeAusentes DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "Truncados                : " DELIMITED BY SIZE
           WsQtdeTruncados DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "Alterados                : " DELIMITED BY SIZE
           WsQtdeAlterados DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    MOVE SPACES TO WsLinhaRelatorio
    STRING "Sobrando                 : " DELIMITED BY SIZE
           WsQtdeSobrando DELIMITED BY SIZE
        INTO WsLinhaRelatorio
    PERFORM 8000-GRAVAR-LINHA
    IF WsQtdeAusentes + WsQtdeTruncados + WsQtdeAlterados
            + WsQtdeSobrando = ZERO
        MOVE "RESULTADO: TRILHA ARQUIVADA CONFERE COM OS SELOS"
            TO WsLinhaRelatorio
    ELSE
        MOVE "RESULTADO: DIVERGÊNCIAS ENCONTRADAS - VER ACIMA"
            TO WsLinhaRelatorio
    END-IF
    PERFORM 8000-GRAVAR-LINHA
    CLOSE ArquivoRelatorio
    DISPLAY "Relatório gravado em data/somanumeros_verificacao_rpt.dat".

8000-GRAVAR-LINHA.
    MOVE WsLinhaRelatorio TO RegistroRelatorio
    WRITE RegistroRelatorio
    DISPLAY WsLinhaRelatorio.
