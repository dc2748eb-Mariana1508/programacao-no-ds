IDENTIFICATION DIVISION.
PROGRAM-ID. SeloGeracao.

*> Selo de integridade dos arquivos das gerações fechadas, chamado
*> (CALL "SeloGeracao" USING ParametroSelo) pelo fechamento, que grava
*> o selo no índice data/somanumeros_geracoes.dat, e por todo programa
*> que volta a ler uma geração — ConsultaMovimentos,
*> EstornoSomaNumeros, RetornoGL, ConferenciaTresVias,
*> ReconstituicaoMaster, RelatorioOrigens, a conferência de
*> duplicidade de SomaNumerosLote — e por VerificacaoGeracoes. Fica
*> num só lugar para que o cálculo do fechamento e o da conferência
*> sejam exatamente o mesmo.
*>
*> Funções, resultados e a regra do cálculo estão em SeloGeracaoParm.
*> O arquivo é lido como linha de texto; os hash totals usam os
*> layouts LoteSaidaRec, AuditRec e GLRec sobre a linha lida.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArquivoGeracao ASSIGN TO DYNAMIC WsCaminhoArquivo
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusArquivo.

    SELECT ArquivoGeracoes ASSIGN TO "data/somanumeros_geracoes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusGeracoes.

DATA DIVISION.
FILE SECTION.
FD  ArquivoGeracao
    RECORDING MODE IS F.
01  RegistroLinha               PIC X(400).

FD  ArquivoGeracoes
    RECORDING MODE IS F.
COPY GeracaoRec.

WORKING-STORAGE SECTION.
01  WsStatusArquivo             PIC X(2).
01  WsStatusGeracoes            PIC X(2).

01  WsCaminhoArquivo            PIC X(60).

01  WsFimArquivo                PIC X(1)    VALUE "N".
    88  FimArquivo                         VALUE "S".
01  WsFimGeracoes               PIC X(1)    VALUE "N".
    88  FimGeracoes                        VALUE "S".
01  WsGeracaoAchada             PIC X(1)    VALUE "N".
    88  GeracaoAchada                      VALUE "S".

*> Posição do arquivo no selo do índice: 1 saída, 2 auditoria,
*> 3 interface GL.
01  WsSubSelo                   PIC 9(1) COMP.

01  WsTamanhoLinha              PIC 9(3) COMP.
01  WsPosicao                   PIC 9(3) COMP.
01  WsVerificador               PIC 9(10) COMP.
01  WsAcumulado                 PIC 9(18) COMP.

*> Visões da linha lida nos layouts dos três arquivos.
COPY LoteSaidaRec.
COPY AuditRec.
COPY GLRec.

LINKAGE SECTION.
COPY SeloGeracaoParm.

PROCEDURE DIVISION USING ParametroSelo.
0000-PRINCIPAL.
    PERFORM 1000-MONTAR-CAMINHO
    PERFORM 2000-CALCULAR-SELO
    IF SeloVerificar
        PERFORM 3000-CONFERIR-SELO
    ELSE
        MOVE "OK" TO SeloResultado
    END-IF
    GOBACK.

1000-MONTAR-CAMINHO.
    MOVE SPACES TO WsCaminhoArquivo
    EVALUATE TRUE
        WHEN SeloArquivoSaida
            MOVE 1 TO WsSubSelo
            STRING "data/somanumeros_saida." DELIMITED BY SIZE
                   SeloDataGeracao           DELIMITED BY SIZE
                   ".dat"                    DELIMITED BY SIZE
                INTO WsCaminhoArquivo
        WHEN SeloArquivoAuditoria
            MOVE 2 TO WsSubSelo
            STRING "data/somanumeros_auditoria." DELIMITED BY SIZE
                   SeloDataGeracao               DELIMITED BY SIZE
                   ".dat"                        DELIMITED BY SIZE
                INTO WsCaminhoArquivo
        WHEN OTHER
            MOVE 3 TO WsSubSelo
            STRING "data/somanumeros_interface_gl." DELIMITED BY SIZE
                   SeloDataGeracao                  DELIMITED BY SIZE
                   ".dat"                           DELIMITED BY SIZE
                INTO WsCaminhoArquivo
    END-EVALUATE
    MOVE WsCaminhoArquivo TO SeloCaminho.

2000-CALCULAR-SELO.
    MOVE "N"  TO SeloCalcPresente
    MOVE ZERO TO SeloCalcQtde
    MOVE ZERO TO SeloCalcHash1
    MOVE ZERO TO SeloCalcHash2
    MOVE ZERO TO WsVerificador
    MOVE "N"  TO WsFimArquivo
    OPEN INPUT ArquivoGeracao
    IF WsStatusArquivo = "00"
        MOVE "S" TO SeloCalcPresente
        PERFORM UNTIL FimArquivo
            READ ArquivoGeracao
                AT END
                    SET FimArquivo TO TRUE
                NOT AT END
                    ADD 1 TO SeloCalcQtde
                    PERFORM 2100-ACUMULAR-HASH
                    PERFORM 2200-ACUMULAR-VERIFICADOR
            END-READ
        END-PERFORM
        CLOSE ArquivoGeracao
    END-IF
    MOVE WsVerificador TO SeloCalcVerificador.

2100-ACUMULAR-HASH.
    EVALUATE WsSubSelo
        WHEN 1
            MOVE RegistroLinha TO RegistroSaida
            IF Numero1-Sai NUMERIC
                ADD Numero1-Sai TO SeloCalcHash1
            END-IF
            IF Numero2-Sai NUMERIC
                ADD Numero2-Sai TO SeloCalcHash1
            END-IF
            IF Soma-Sai NUMERIC
                ADD Soma-Sai TO SeloCalcHash2
            END-IF
        WHEN 2
            MOVE RegistroLinha TO RegistroAuditoria
            IF AuditoriaNumero1 NUMERIC
                ADD AuditoriaNumero1 TO SeloCalcHash1
            END-IF
            IF AuditoriaNumero2 NUMERIC
                ADD AuditoriaNumero2 TO SeloCalcHash1
            END-IF
            IF AuditoriaSoma NUMERIC
                ADD AuditoriaSoma TO SeloCalcHash2
            END-IF
        WHEN OTHER
            MOVE RegistroLinha TO RegistroInterfaceGL
            IF GLValor NUMERIC
                IF GLIndicadorDC = "D"
                    ADD GLValor TO SeloCalcHash1
                ELSE
                    ADD GLValor TO SeloCalcHash2
                END-IF
            END-IF
    END-EVALUATE.

*> Só até o último caractere não branco: é o que está gravado na
*> linha, e o selo não muda quando um layout ganha campo no final.
2200-ACUMULAR-VERIFICADOR.
    PERFORM VARYING WsTamanhoLinha FROM 400 BY -1
            UNTIL WsTamanhoLinha = ZERO
               OR RegistroLinha(WsTamanhoLinha:1) NOT = SPACE
        CONTINUE
    END-PERFORM
    PERFORM VARYING WsPosicao FROM 1 BY 1
            UNTIL WsPosicao > WsTamanhoLinha
        COMPUTE WsAcumulado = WsVerificador * 31
            + FUNCTION ORD(RegistroLinha(WsPosicao:1))
        COMPUTE WsVerificador = FUNCTION MOD(WsAcumulado, 999999937)
    END-PERFORM
    COMPUTE WsAcumulado = WsVerificador * 31 + 11
    COMPUTE WsVerificador = FUNCTION MOD(WsAcumulado, 999999937).

3000-CONFERIR-SELO.
    PERFORM 3100-LOCALIZAR-GERACAO
    EVALUATE TRUE
        WHEN NOT GeracaoAchada
            IF SeloCalcPresente = "S"
                MOVE "EX" TO SeloResultado
            ELSE
                MOVE "NI" TO SeloResultado
            END-IF
        WHEN GeracaoExpurgada
            IF SeloCalcPresente = "S"
                MOVE "EX" TO SeloResultado
            ELSE
                MOVE "EP" TO SeloResultado
            END-IF
        WHEN GeracaoSeloSemArquivo(WsSubSelo)
            IF SeloCalcPresente = "S"
                MOVE "EX" TO SeloResultado
            ELSE
                MOVE "OK" TO SeloResultado
            END-IF
        WHEN NOT GeracaoSeloArquivo(WsSubSelo)
            IF SeloCalcPresente = "S"
                MOVE "SS" TO SeloResultado
            ELSE
                MOVE "AU" TO SeloResultado
            END-IF
        WHEN SeloCalcPresente NOT = "S"
            MOVE "AU" TO SeloResultado
        WHEN SeloCalcQtde < GeracaoSeloQtde(WsSubSelo)
            MOVE "TR" TO SeloResultado
        WHEN SeloCalcQtde NOT = GeracaoSeloQtde(WsSubSelo)
          OR SeloCalcHash1 NOT = GeracaoSeloHash1(WsSubSelo)
          OR SeloCalcHash2 NOT = GeracaoSeloHash2(WsSubSelo)
          OR SeloCalcVerificador
                NOT = GeracaoSeloVerificador(WsSubSelo)
            MOVE "AL" TO SeloResultado
        WHEN OTHER
            MOVE "OK" TO SeloResultado
    END-EVALUATE.

3100-LOCALIZAR-GERACAO.
    MOVE "N" TO WsGeracaoAchada
    MOVE "N" TO WsFimGeracoes
    OPEN INPUT ArquivoGeracoes
    IF WsStatusGeracoes = "00"
        PERFORM UNTIL FimGeracoes OR GeracaoAchada
            READ ArquivoGeracoes
                AT END
                    SET FimGeracoes TO TRUE
                NOT AT END
                    IF GeracaoData = SeloDataGeracao
                        SET GeracaoAchada TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArquivoGeracoes
    END-IF.
