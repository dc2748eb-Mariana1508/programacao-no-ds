IDENTIFICATION DIVISION.
PROGRAM-ID. ManutencaoOperadores.

*> Manutenção do cadastro de operadores data/somanumeros_operadores.dat
*> (ver OperadorRec): identificação, nome, situação, papéis e limite de
*> aprovação de quem usa os programas de manutenção, aprovação,
*> correção e lançamento. Antes, AprovacaoPendentes aceitava quaisquer
*> 8 caracteres como aprovador e os demais programas nem perguntavam
*> quem estava operando.
*>
*> Só entra operador ativo com o papel SECADMIN, e ninguém altera o
*> próprio cadastro — papel ou limite concedido a si mesmo é justamente
*> o que a segregação de funções quer evitar. Com o cadastro ainda
*> vazio, o primeiro operador identificado é incluído com o papel
*> SECADMIN (implantação) e inclui os demais.
*>
*> Operador não é excluído: desligado, fica inativo, para o log de
*> segurança e os históricos continuarem apontando um cadastro
*> existente. Cada inclusão ou alteração confirmada é registrada em
*> data/somanumeros_operadores_hist.dat com a imagem anterior e a
*> posterior, a data/hora e quem fez, no padrão do histórico do
*> mapeamento contábil; a entrada e as recusas vão para o log de
*> segurança.
*>
*> As mudanças ficam em memória até a opção de gravar, que reescreve o
*> arquivo num temporário e troca o nome pelo definitivo, como os
*> demais programas da família fazem para reescrever arquivos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArquivoOperadores ASSIGN TO "data/somanumeros_operadores.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusOperadores.

    SELECT ArquivoOperadoresTemp
        ASSIGN TO "data/somanumeros_operadores.dat.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusOperadoresTemp.

    SELECT ArquivoHistorico
        ASSIGN TO "data/somanumeros_operadores_hist.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusHistorico.

    SELECT ArquivoSeguranca ASSIGN TO "data/somanumeros_seguranca.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WsStatusSeguranca.

DATA DIVISION.
FILE SECTION.
FD  ArquivoOperadores
    RECORDING MODE IS F.
COPY OperadorRec.

FD  ArquivoOperadoresTemp
    RECORDING MODE IS F.
COPY OperadorRec REPLACING ==RegistroOperador== BY ==RegistroOperadorTemp==.

*> Histórico de alterações do cadastro: uma linha por mudança
*> confirmada, com a imagem anterior e a posterior no layout de
*> OperadorRec (82 posições); inclusão deixa a imagem anterior em
*> branco.
FD  ArquivoHistorico
    RECORDING MODE IS F.
01  RegistroHistorico.
    05  HistData                PIC 9(8).
    05  HistHora                PIC 9(8).
    05  HistOperador            PIC X(8).
    05  HistAcao                PIC X(1).
        88  HistInclusao                       VALUE "I".
        88  HistAlteracao                      VALUE "A".
    05  HistImagemAnterior      PIC X(82).
    05  HistImagemPosterior     PIC X(82).

FD  ArquivoSeguranca
    RECORDING MODE IS F.
COPY SegurancaRec.

WORKING-STORAGE SECTION.
01  WsStatusOperadores          PIC X(2).
01  WsStatusOperadoresTemp      PIC X(2).
01  WsStatusHistorico           PIC X(2).
01  WsStatusSeguranca           PIC X(2).

01  WsFimOperadores             PIC X(1)    VALUE "N".
    88  FimOperadores                      VALUE "S".

01  WsEncerrar                  PIC X(1)    VALUE "N".
    88  Encerrar                           VALUE "S".

01  WsHouveMudanca              PIC X(1)    VALUE "N".
    88  HouveMudanca                       VALUE "S".

*> Cadastro em memória, uma linha por operador no layout do arquivo.
01  WsOperadores.
    05  WsOpQtde                PIC 9(3)    VALUE ZERO.
    05  WsOpEntrada OCCURS 200 TIMES.
        10  WsOpLinha           PIC X(82).

01  WsOpSub                     PIC 9(3) COMP.
01  WsOpIndice                  PIC 9(3) COMP VALUE ZERO.

*> Operador identificado na entrada, no layout do cadastro.
COPY OperadorRec REPLACING ==RegistroOperador== BY ==WsOperadorAtual==.

*> Área de trabalho do operador em inclusão ou alteração.
COPY OperadorRec REPLACING ==RegistroOperador== BY ==WsOperadorEdicao==.

01  WsOperadorAchado            PIC X(1)    VALUE "N".
    88  OperadorAchado                     VALUE "S".

01  WsProgramaSeguranca         PIC X(20)   VALUE "ManutencaoOperadores".
01  WsEventoSeguranca           PIC X(2).
01  WsDetalheSeguranca          PIC X(60).

01  WsOperador                  PIC X(8).
01  WsIdProcurado               PIC X(8).
01  WsOpcao                     PIC X(1).
01  WsEntradaTexto              PIC X(30).
01  WsEntradaLimite             PIC X(14).
01  WsPosicaoErro               PIC 9(2).
01  WsValorNumerico             PIC S9(11)V99.
01  WsImagemAnterior            PIC X(82).

*> Pergunta de papel: rótulo exibido e resposta corrente (S/N); a
*> resposta vazia mantém o valor atual.
01  WsPapelRotulo               PIC X(10).
01  WsPapelValor                PIC X(1).

01  WsLimiteEdt                 PIC Z(7)9.99.
01  WsPapeisTexto               PIC X(80).
01  WsPonteiro                  PIC 9(3) COMP.

01  WsDataAtual                 PIC 9(8).
01  WsHoraAtual                 PIC 9(8).

01  WsCaminhoOperadores         PIC X(40)
        VALUE "data/somanumeros_operadores.dat".
01  WsCaminhoOperadoresTemp     PIC X(40)
        VALUE "data/somanumeros_operadores.dat.tmp".
01  WsRcRenomear                PIC S9(9) COMP.

PROCEDURE DIVISION.
0000-PRINCIPAL.
    PERFORM 1000-CARREGAR-OPERADORES
    PERFORM 0300-IDENTIFICAR-OPERADOR
    PERFORM UNTIL Encerrar
        PERFORM 2000-OBTER-OPCAO
        EVALUATE WsOpcao
            WHEN "L"
                PERFORM 3000-LISTAR
            WHEN "I"
                PERFORM 4000-INCLUIR
            WHEN "A"
                PERFORM 5000-ALTERAR
            WHEN "G"
                PERFORM 7000-GRAVAR-OPERADORES
                SET Encerrar TO TRUE
            WHEN "X"
                PERFORM 7500-ABANDONAR
        END-EVALUATE
    END-PERFORM
    DISPLAY "Encerrando ManutencaoOperadores."
    STOP RUN.

*> Identificação contra o cadastro já carregado: só entra operador
*> cadastrado, ativo e com o papel SECADMIN. Cadastro vazio é a
*> implantação: o operador identificado é incluído com o papel
*> SECADMIN para poder cadastrar os demais.
0300-IDENTIFICAR-OPERADOR.
    DISPLAY "Identificação do operador (até 8 caracteres): "
        WITH NO ADVANCING.
    ACCEPT WsOperador.
    IF WsOperador = SPACES
        DISPLAY "A identificação do operador é obrigatória."
        PERFORM 0300-IDENTIFICAR-OPERADOR
    ELSE
        IF WsOpQtde = ZERO
            PERFORM 0350-IMPLANTAR-CADASTRO
        ELSE
            MOVE WsOperador TO WsIdProcurado
            PERFORM 0310-LOCALIZAR-OPERADOR
            IF OperadorAchado
                MOVE WsOpLinha(WsOpIndice) TO WsOperadorAtual
            END-IF
            PERFORM 0320-CONFERIR-OPERADOR
        END-IF
    END-IF.

0310-LOCALIZAR-OPERADOR.
    MOVE "N" TO WsOperadorAchado
    MOVE ZERO TO WsOpIndice
    PERFORM VARYING WsOpSub FROM 1 BY 1
            UNTIL WsOpSub > WsOpQtde OR OperadorAchado
        IF WsOpLinha(WsOpSub)(1:8) = WsIdProcurado
            SET OperadorAchado TO TRUE
            MOVE WsOpSub TO WsOpIndice
        END-IF
    END-PERFORM.

0320-CONFERIR-OPERADOR.
    EVALUATE TRUE
        WHEN NOT OperadorAchado
            MOVE "NC" TO WsEventoSeguranca
            MOVE "operador não cadastrado" TO WsDetalheSeguranca
        WHEN NOT OperadorAtivo IN WsOperadorAtual
            MOVE "IN" TO WsEventoSeguranca
            MOVE "operador inativo" TO WsDetalheSeguranca
        WHEN NOT OperadorPodeManterOperadores IN WsOperadorAtual
            MOVE "PP" TO WsEventoSeguranca
            MOVE "papel exigido: SECADMIN" TO WsDetalheSeguranca
        WHEN OTHER
            MOVE "EN" TO WsEventoSeguranca
            MOVE "papel SECADMIN" TO WsDetalheSeguranca
    END-EVALUATE
    PERFORM 0390-GRAVAR-SEGURANCA
    IF WsEventoSeguranca NOT = "EN"
        DISPLAY "Acesso recusado: " WsDetalheSeguranca
        STOP RUN
    END-IF
    DISPLAY "Operador " OperadorNome IN WsOperadorAtual
        " identificado.".

0350-IMPLANTAR-CADASTRO.
    DISPLAY "Cadastro de operadores vazio: implantação. O operador "
        WsOperador " será incluído com o papel SECADMIN."
    MOVE SPACES TO WsOperadorEdicao
    MOVE WsOperador TO OperadorId IN WsOperadorEdicao
    PERFORM 4200-OBTER-NOME
    MOVE "A" TO OperadorSituacao IN WsOperadorEdicao
    MOVE "NNNNNNS" TO OperadorPapeis IN WsOperadorEdicao
    MOVE "N"       TO OperadorPapelOrigens IN WsOperadorEdicao
    MOVE "N"       TO OperadorPapelCambio IN WsOperadorEdicao
    MOVE ZERO TO OperadorLimiteAprovacao IN WsOperadorEdicao
    PERFORM 4800-CONFIRMAR-INCLUSAO
    MOVE WsOperadorEdicao TO WsOperadorAtual
    MOVE "EN" TO WsEventoSeguranca
    MOVE "implantação do cadastro de operadores" TO WsDetalheSeguranca
    PERFORM 0390-GRAVAR-SEGURANCA.

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

*> Só o cadastro ausente ("35") ou vazio leva à implantação; um
*> cadastro presente mas ilegível (travado, danificado) encerra o
*> programa, para ninguém virar SECADMIN nem regravar por cima dele.
1000-CARREGAR-OPERADORES.
    OPEN INPUT ArquivoOperadores
    EVALUATE WsStatusOperadores
        WHEN "00"
            PERFORM UNTIL FimOperadores
                READ ArquivoOperadores
                    AT END
                        SET FimOperadores TO TRUE
                    NOT AT END
                        PERFORM 1100-GUARDAR-OPERADOR
                END-READ
                IF WsStatusOperadores(1:1) NOT = "0"
                        AND WsStatusOperadores(1:1) NOT = "1"
                    DISPLAY "Erro na leitura do cadastro de operadores."
                        " Status: " WsStatusOperadores
                    STOP RUN
                END-IF
            END-PERFORM
            CLOSE ArquivoOperadores
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "Cadastro de operadores indisponível. Status: "
                WsStatusOperadores
            STOP RUN
    END-EVALUATE.

1100-GUARDAR-OPERADOR.
    IF WsOpQtde >= 200
        DISPLAY "Cadastro com mais de 200 operadores; "
            "linha excedente ignorada."
    ELSE
        ADD 1 TO WsOpQtde
        MOVE RegistroOperador TO WsOpLinha(WsOpQtde)
    END-IF.

2000-OBTER-OPCAO.
    DISPLAY "Opção (L=listar I=incluir A=alterar "
        "G=gravar e sair X=sair sem gravar): " WITH NO ADVANCING.
    ACCEPT WsOpcao.
    MOVE FUNCTION UPPER-CASE(WsOpcao) TO WsOpcao
    IF WsOpcao NOT = "L" AND WsOpcao NOT = "I" AND WsOpcao NOT = "A"
            AND WsOpcao NOT = "G" AND WsOpcao NOT = "X"
        DISPLAY "Resposta inválida. Digite L, I, A, G ou X."
        PERFORM 2000-OBTER-OPCAO
    END-IF.

3000-LISTAR.
    IF WsOpQtde = ZERO
        DISPLAY "Cadastro vazio."
    ELSE
        PERFORM VARYING WsOpSub FROM 1 BY 1
                UNTIL WsOpSub > WsOpQtde
            MOVE WsOpLinha(WsOpSub) TO WsOperadorEdicao
            PERFORM 3100-EXIBIR-OPERADOR
        END-PERFORM
    END-IF.

3100-EXIBIR-OPERADOR.
    PERFORM 3200-MONTAR-PAPEIS
    MOVE OperadorLimiteAprovacao IN WsOperadorEdicao TO WsLimiteEdt
    DISPLAY OperadorId IN WsOperadorEdicao " "
        OperadorNome IN WsOperadorEdicao
        " situação " OperadorSituacao IN WsOperadorEdicao
        " limite " WsLimiteEdt
    DISPLAY "         papéis: " WsPapeisTexto.

3200-MONTAR-PAPEIS.
    MOVE SPACES TO WsPapeisTexto
    MOVE 1 TO WsPonteiro
    IF OperadorPodeLancar IN WsOperadorEdicao
        STRING "POSTER " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeCorrigir IN WsOperadorEdicao
        STRING "CORRECTOR " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeAprovar IN WsOperadorEdicao
        STRING "APPROVER " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeManterMapaGL IN WsOperadorEdicao
        STRING "GLMAINT " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeManterCalendario IN WsOperadorEdicao
        STRING "CALMAINT " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeManterPeriodos IN WsOperadorEdicao
        STRING "PERMAINT " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeManterOrigens IN WsOperadorEdicao
        STRING "SRCMAINT " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeManterCambio IN WsOperadorEdicao
        STRING "FXMAINT " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF OperadorPodeManterOperadores IN WsOperadorEdicao
        STRING "SECADMIN " DELIMITED BY SIZE
            INTO WsPapeisTexto WITH POINTER WsPonteiro
    END-IF
    IF WsPapeisTexto = SPACES
        MOVE "(nenhum)" TO WsPapeisTexto
    END-IF.

4000-INCLUIR.
    IF WsOpQtde >= 200
        DISPLAY "Cadastro cheio (200 operadores)."
    ELSE
        PERFORM 4100-OBTER-ID-NOVO
        IF WsIdProcurado NOT = SPACES
            MOVE SPACES TO WsOperadorEdicao
            MOVE WsIdProcurado TO OperadorId IN WsOperadorEdicao
            MOVE "A" TO OperadorSituacao IN WsOperadorEdicao
            MOVE "NNNNNNN" TO OperadorPapeis IN WsOperadorEdicao
            MOVE "N"       TO OperadorPapelOrigens IN WsOperadorEdicao
            MOVE "N"       TO OperadorPapelCambio IN WsOperadorEdicao
            MOVE ZERO TO OperadorLimiteAprovacao IN WsOperadorEdicao
            PERFORM 4200-OBTER-NOME
            PERFORM 4400-OBTER-PAPEIS
            PERFORM 4500-OBTER-LIMITE
            PERFORM 4800-CONFIRMAR-INCLUSAO
        END-IF
    END-IF.

4100-OBTER-ID-NOVO.
    DISPLAY "Identificação do novo operador (até 8 caracteres, vazio"
        " = cancelar): " WITH NO ADVANCING.
    ACCEPT WsIdProcurado.
    IF WsIdProcurado NOT = SPACES
        PERFORM 0310-LOCALIZAR-OPERADOR
        IF OperadorAchado
            DISPLAY "Operador já cadastrado; use a alteração."
            PERFORM 4100-OBTER-ID-NOVO
        END-IF
    END-IF.

4200-OBTER-NOME.
    DISPLAY "Nome (até 30 caracteres): " WITH NO ADVANCING.
    ACCEPT WsEntradaTexto.
    IF WsEntradaTexto = SPACES
        IF OperadorNome IN WsOperadorEdicao = SPACES
            DISPLAY "O nome é obrigatório."
            PERFORM 4200-OBTER-NOME
        END-IF
    ELSE
        MOVE WsEntradaTexto TO OperadorNome IN WsOperadorEdicao
    END-IF.

4300-OBTER-SITUACAO.
    DISPLAY "Situação (A=ativo I=inativo, vazio = manter "
        OperadorSituacao IN WsOperadorEdicao "): " WITH NO ADVANCING.
    ACCEPT WsEntradaTexto.
    IF WsEntradaTexto NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WsEntradaTexto(1:1))
            TO WsEntradaTexto(1:1)
        IF WsEntradaTexto(1:1) NOT = "A"
                AND WsEntradaTexto(1:1) NOT = "I"
            DISPLAY "Resposta inválida. Digite A ou I."
            PERFORM 4300-OBTER-SITUACAO
        ELSE
            MOVE WsEntradaTexto(1:1)
                TO OperadorSituacao IN WsOperadorEdicao
        END-IF
    END-IF.

4400-OBTER-PAPEIS.
    MOVE "POSTER" TO WsPapelRotulo
    MOVE OperadorPapelLancador IN WsOperadorEdicao TO WsPapelValor
    PERFORM 4450-OBTER-PAPEL
    MOVE WsPapelValor TO OperadorPapelLancador IN WsOperadorEdicao
    MOVE "CORRECTOR" TO WsPapelRotulo
    MOVE OperadorPapelCorretor IN WsOperadorEdicao TO WsPapelValor
    PERFORM 4450-OBTER-PAPEL
    MOVE WsPapelValor TO OperadorPapelCorretor IN WsOperadorEdicao
    MOVE "APPROVER" TO WsPapelRotulo
    MOVE OperadorPapelAprovador IN WsOperadorEdicao TO WsPapelValor
    PERFORM 4450-OBTER-PAPEL
    MOVE WsPapelValor TO OperadorPapelAprovador IN WsOperadorEdicao
    MOVE "GLMAINT" TO WsPapelRotulo
    MOVE OperadorPapelMapaGL IN WsOperadorEdicao TO WsPapelValor
    PERFORM 4450-OBTER-PAPEL
    MOVE WsPapelValor TO OperadorPapelMapaGL IN WsOperadorEdicao
    MOVE "CALMAINT" TO WsPapelRotulo
    MOVE OperadorPapelCalendario IN WsOperadorEdicao TO WsPapelValor
    PERFORM 4450-OBTER-PAPEL
    MOVE WsPapelValor TO OperadorPapelCalendario IN WsOperadorEdicao
    MOVE "PERMAINT" TO WsPapelRotulo
    MOVE OperadorPapelPeriodos IN WsOperadorEdicao TO WsPapelValor
    PERFORM 4450-OBTER-PAPEL
    MOVE WsPapelValor TO OperadorPapelPeriodos IN WsOperadorEdicao
    MOVE "SRCMAINT" TO WsPapelRotulo
    MOVE OperadorPapelOrigens IN WsOperadorEdicao TO WsPapelValor
    PERFORM 4450-OBTER-PAPEL
    MOVE WsPapelValor TO OperadorPapelOrigens IN WsOperadorEdicao
    MOVE "FXMAINT" TO WsPapelRotulo
    MOVE OperadorPapelCambio IN WsOperadorEdicao TO WsPapelValor
    PERFORM 4450-OBTER-PAPEL
    MOVE WsPapelValor TO OperadorPapelCambio IN WsOperadorEdicao
    MOVE "SECADMIN" TO WsPapelRotulo
    MOVE OperadorPapelCadastro IN WsOperadorEdicao TO WsPapelValor
    PERFORM 4450-OBTER-PAPEL
    MOVE WsPapelValor TO OperadorPapelCadastro IN WsOperadorEdicao.

4450-OBTER-PAPEL.
    DISPLAY "Papel " WsPapelRotulo " (S/N, vazio = manter "
        WsPapelValor "): " WITH NO ADVANCING.
    ACCEPT WsEntradaTexto.
    IF WsEntradaTexto NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WsEntradaTexto(1:1))
            TO WsEntradaTexto(1:1)
        IF WsEntradaTexto(1:1) NOT = "S"
                AND WsEntradaTexto(1:1) NOT = "N"
            DISPLAY "Resposta inválida. Digite S ou N."
            PERFORM 4450-OBTER-PAPEL
        ELSE
            MOVE WsEntradaTexto(1:1) TO WsPapelValor
        END-IF
    END-IF.

*> O limite vale para o resultado em valor absoluto, no mesmo tamanho
*> do resultado do pendente; só é perguntado a quem tem o papel
*> APPROVER.
4500-OBTER-LIMITE.
    IF OperadorPodeAprovar IN WsOperadorEdicao
        MOVE OperadorLimiteAprovacao IN WsOperadorEdicao TO WsLimiteEdt
        DISPLAY "Limite de aprovação (ex.: 50000.00, vazio = manter "
            WsLimiteEdt "): " WITH NO ADVANCING
        ACCEPT WsEntradaLimite
        IF WsEntradaLimite NOT = SPACES
            COMPUTE WsPosicaoErro = FUNCTION TEST-NUMVAL(WsEntradaLimite)
            IF WsPosicaoErro NOT = 0
                DISPLAY "Valor inválido. Digite um número com ponto"
                    " decimal opcional."
                PERFORM 4500-OBTER-LIMITE
            ELSE
                COMPUTE WsValorNumerico
                    = FUNCTION NUMVAL(WsEntradaLimite)
                IF WsValorNumerico < ZERO
                        OR WsValorNumerico > 99999999.99
                    DISPLAY "Limite fora da faixa (0 a 99999999.99)."
                    PERFORM 4500-OBTER-LIMITE
                ELSE
                    MOVE WsValorNumerico
                        TO OperadorLimiteAprovacao IN WsOperadorEdicao
                END-IF
            END-IF
        END-IF
        IF OperadorLimiteAprovacao IN WsOperadorEdicao = ZERO
            DISPLAY "Atenção: aprovador com limite zero não libera"
                " nenhum item da fila."
        END-IF
    ELSE
        MOVE ZERO TO OperadorLimiteAprovacao IN WsOperadorEdicao
    END-IF.

4800-CONFIRMAR-INCLUSAO.
    PERFORM 4900-CARIMBAR-ALTERACAO
    ADD 1 TO WsOpQtde
    MOVE WsOperadorEdicao TO WsOpLinha(WsOpQtde)
    MOVE SPACES TO WsImagemAnterior
    MOVE "I" TO WsOpcao
    PERFORM 8000-GRAVAR-HISTORICO
    SET HouveMudanca TO TRUE
    DISPLAY "Operador " OperadorId IN WsOperadorEdicao " incluído.".

4900-CARIMBAR-ALTERACAO.
    ACCEPT WsDataAtual FROM DATE YYYYMMDD
    ACCEPT WsHoraAtual FROM TIME
    MOVE WsOperador  TO OperadorAlteradoPor IN WsOperadorEdicao
    MOVE WsDataAtual TO OperadorDataAlteracao IN WsOperadorEdicao
    MOVE WsHoraAtual TO OperadorHoraAlteracao IN WsOperadorEdicao.

*> Ninguém altera o próprio cadastro: a tentativa é recusada e vai
*> para o log de segurança como segregação de funções.
5000-ALTERAR.
    DISPLAY "Identificação do operador a alterar (vazio = cancelar): "
        WITH NO ADVANCING.
    ACCEPT WsIdProcurado.
    IF WsIdProcurado NOT = SPACES
        PERFORM 0310-LOCALIZAR-OPERADOR
        EVALUATE TRUE
            WHEN NOT OperadorAchado
                DISPLAY "Operador não cadastrado."
            WHEN WsIdProcurado = WsOperador
                MOVE "SF" TO WsEventoSeguranca
                MOVE "tentativa de alterar o próprio cadastro"
                    TO WsDetalheSeguranca
                PERFORM 0390-GRAVAR-SEGURANCA
                DISPLAY "O próprio cadastro não pode ser alterado;"
                    " peça a outro SECADMIN."
            WHEN OTHER
                PERFORM 5100-EDITAR-OPERADOR
        END-EVALUATE
    END-IF.

5100-EDITAR-OPERADOR.
    MOVE WsOpLinha(WsOpIndice) TO WsImagemAnterior
    MOVE WsOpLinha(WsOpIndice) TO WsOperadorEdicao
    PERFORM 3100-EXIBIR-OPERADOR
    PERFORM 4200-OBTER-NOME
    PERFORM 4300-OBTER-SITUACAO
    PERFORM 4400-OBTER-PAPEIS
    PERFORM 4500-OBTER-LIMITE
    PERFORM 4900-CARIMBAR-ALTERACAO
    MOVE WsOperadorEdicao TO WsOpLinha(WsOpIndice)
    MOVE "A" TO WsOpcao
    PERFORM 8000-GRAVAR-HISTORICO
    SET HouveMudanca TO TRUE
    DISPLAY "Operador " OperadorId IN WsOperadorEdicao " alterado.".

7000-GRAVAR-OPERADORES.
    IF NOT HouveMudanca
        DISPLAY "Nenhuma mudança a gravar."
    ELSE
        OPEN OUTPUT ArquivoOperadoresTemp
        IF WsStatusOperadoresTemp NOT = "00"
            DISPLAY "Erro ao abrir arquivo temporário. Status: "
                WsStatusOperadoresTemp
        ELSE
            PERFORM VARYING WsOpSub FROM 1 BY 1
                    UNTIL WsOpSub > WsOpQtde
                MOVE WsOpLinha(WsOpSub) TO RegistroOperadorTemp
                WRITE RegistroOperadorTemp
            END-PERFORM
            CLOSE ArquivoOperadoresTemp
            CALL "CBL_RENAME_FILE" USING WsCaminhoOperadoresTemp
                WsCaminhoOperadores RETURNING WsRcRenomear
            DISPLAY "Cadastro gravado com " WsOpQtde " operador(es)."
        END-IF
    END-IF.

*> Na implantação o cadastro só passa a existir na gravação: sair sem
*> gravar deixa tudo como estava, inclusive o cadastro vazio.
7500-ABANDONAR.
    IF HouveMudanca
        DISPLAY "Atenção: mudanças não gravadas serão perdidas. "
            "Confirma a saída? (S/N): " WITH NO ADVANCING
        ACCEPT WsEntradaTexto
        IF FUNCTION UPPER-CASE(WsEntradaTexto(1:1)) = "S"
            SET Encerrar TO TRUE
        END-IF
    ELSE
        SET Encerrar TO TRUE
    END-IF.

*> O histórico é gravado na hora da mudança confirmada, não na
*> gravação final: mesmo uma sessão abandonada deixa registrado o que
*> chegou a ser mexido.
8000-GRAVAR-HISTORICO.
    OPEN EXTEND ArquivoHistorico
    IF WsStatusHistorico = "35"
        OPEN OUTPUT ArquivoHistorico
    END-IF
    IF WsStatusHistorico NOT = "00"
        DISPLAY "Aviso: não foi possível gravar o histórico. Status: "
            WsStatusHistorico
    ELSE
        ACCEPT WsDataAtual FROM DATE YYYYMMDD
        ACCEPT WsHoraAtual FROM TIME
        MOVE WsDataAtual      TO HistData
        MOVE WsHoraAtual      TO HistHora
        MOVE WsOperador       TO HistOperador
        MOVE WsOpcao          TO HistAcao
        MOVE WsImagemAnterior TO HistImagemAnterior
        MOVE WsOperadorEdicao TO HistImagemPosterior
        WRITE RegistroHistorico
        CLOSE ArquivoHistorico
    END-IF.
