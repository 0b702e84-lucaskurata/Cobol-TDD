      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ManutencaoCliente".
       AUTHOR. "LUCAS KURATA".
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       CONFIGURATION                          SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES.


      *-----------------------------------------------------------------
       INPUT-OUTPUT                           SECTION.
      *=================================================================
       FILE-CONTROL.
      *=================================================================
           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMASTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CPF
                                   ALTERNATE RECORD KEY IS NOME
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-MASTER.

           SELECT CEP-REFERENCIA  ASSIGN TO "CEPMSTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS CEP-CHAVE
                                   FILE STATUS IS WRK-STATUS-CEP.

           SELECT CLIENTE-REJEITOS ASSIGN TO "CLIREJ"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-REJ.

           SELECT CLIENTE-TRANS   ASSIGN TO "CLITRANS"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-TRANS.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  CLIENTE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  CEP-REFERENCIA
           LABEL RECORDS ARE STANDARD.
           COPY CEPCOPY.

       FD  CLIENTE-REJEITOS
           LABEL RECORDS ARE STANDARD.
           COPY REJCOPY.

       FD  CLIENTE-TRANS
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-TRANS-REC         PIC X(149).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-MASTER              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CEP                 PIC X(02) VALUE SPACES.

       77  WRK-STATUS-REJ                 PIC X(02) VALUE SPACES.

       77  WRK-STATUS-TRANS               PIC X(02) VALUE SPACES.

       77  WRK-FIM-SESSAO-SW              PIC X(01) VALUE "N".
           88  FIM-SESSAO                     VALUE "S".

       77  WRK-FIM-NOMES                  PIC X(01) VALUE "N".
           88  FIM-NOMES                      VALUE "S".

       77  WRK-FIM-REJEITOS               PIC X(01) VALUE "N".
           88  FIM-REJEITOS                   VALUE "S".

       77  WRK-REJ-ABERTO-SW              PIC X(01) VALUE "N".
           88  REJEITOS-DISPONIVEL            VALUE "S".

       77  WRK-CLIENTE-SW                 PIC X(01) VALUE "N".
           88  CLIENTE-CADASTRADO             VALUE "S".
           88  CLIENTE-NAO-CADASTRADO         VALUE "N".

       77  WRK-ATENDIMENTO-SW             PIC X(01) VALUE "N".
           88  ATENDIMENTO-CONCLUIDO          VALUE "S".

       77  WRK-DIGITACAO-SW               PIC X(01) VALUE "N".
           88  DIGITACAO-PENDENTE             VALUE "P".
           88  DIGITACAO-CONCLUIDA            VALUE "S".

       77  WRK-DADOS-SW                   PIC X(01) VALUE "S".
           88  DADOS-OK                       VALUE "S".
           88  DADOS-COM-ERRO                 VALUE "N".

       77  WRK-ALTERACAO-SW               PIC X(01) VALUE "N".
           88  HOUVE-ALTERACAO                VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    O OPERADOR SE IDENTIFICA UMA VEZ NA ABERTURA DA SESSAO; A
      *    ORIGEM E SEMPRE A DA AGENCIA. OS DOIS SAO CARIMBADOS EM
      *    TODA TRANSACAO GRAVADA.
      *-----------------------------------------------------------------
       77  WRK-OPERADOR                   PIC X(08) VALUE SPACES.

       77  WRK-ORIGEM-TELA                PIC X(03) VALUE "AGE".

       77  WRK-MENSAGEM                   PIC X(78) VALUE SPACES.

       77  WRK-SITUACAO-TELA              PIC X(30) VALUE SPACES.

       77  WRK-FUNCAO-TEXTO               PIC X(30) VALUE SPACES.

       77  WRK-PESQ-CPF                   PIC X(12) VALUE SPACES.

       77  WRK-PESQ-NOME                  PIC X(40) VALUE SPACES.

       77  WRK-TAMANHO-PREFIXO            PIC 9(02) COMP VALUE ZEROS.

       77  WRK-OPCAO                      PIC X(01) VALUE SPACES.
           88  OPCAO-VOLTA                    VALUE SPACE.
           88  OPCAO-INCLUI                   VALUE "A".
           88  OPCAO-ALTERA                   VALUE "U".
           88  OPCAO-EXCLUI                   VALUE "D".
           88  OPCAO-CORRIGE                  VALUE "R".

       77  WRK-NUM-REJEITO                PIC 9(01) VALUE ZEROS.

       77  WRK-FUNCAO-SALVA               PIC X(01) VALUE SPACES.

       77  WRK-CONFIRMA                   PIC X(01) VALUE SPACES.
           88  CONFIRMA-SIM                   VALUE "S".
           88  CONFIRMA-NAO                   VALUE "N".

      *-----------------------------------------------------------------
      *    DADOS DO CLIENTE NA TELA, NA MESMA ORDEM DO CLICOPY PARA
      *    QUE O REGISTRO DO MESTRE SEJA CARREGADO POR UM UNICO MOVE.
      *    A COPIA EM WRK-CLIENTE-ATUAL E A BASE DE COMPARACAO DA
      *    ALTERACAO: SO VAI NA TRANSACAO O CAMPO QUE MUDOU.
      *-----------------------------------------------------------------
       01  WRK-TELA.
           02 WRK-TELA-NOME         PIC X(40).
           02 WRK-TELA-RG           PIC X(10).
           02 WRK-TELA-CPF          PIC X(12).
           02 WRK-TELA-ENDERECO.
               03 WRK-TELA-LOGRADOURO PIC X(30).
               03 WRK-TELA-NUMERO     PIC X(06).
               03 WRK-TELA-CIDADE     PIC X(20).
               03 WRK-TELA-UF         PIC X(02).
               03 WRK-TELA-CEP        PIC 9(08).
           02 WRK-TELA-SEXO         PIC X(01).
               88 WRK-TELA-SEXO-VALIDO  VALUE "M" "F" "N" "X" SPACE.
           02 WRK-TELA-NASC.
               03 WRK-TELA-DIA        PIC 9(02).
               03 WRK-TELA-MES        PIC 9(02).
               03 WRK-TELA-ANO        PIC 9(04).
           02 WRK-TELA-NASC-COMPACTA REDEFINES WRK-TELA-NASC
                                    PIC 9(08).
           02 FILLER                PIC X(08).

       01  WRK-CLIENTE-ATUAL.
           02 WRK-ATU-NOME          PIC X(40).
           02 WRK-ATU-RG            PIC X(10).
           02 WRK-ATU-CPF           PIC X(12).
           02 WRK-ATU-ENDERECO      PIC X(66).
           02 WRK-ATU-SEXO          PIC X(01).
           02 WRK-ATU-NASC          PIC 9(08).
           02 FILLER                PIC X(08).

      *-----------------------------------------------------------------
      *    TRANSACAO MONTADA NO LAYOUT DO CLITRANS (O MESMO DA IMAGEM
      *    GUARDADA NO REJEITO). NA ALTERACAO, CAMPO EM BRANCO (DATA
      *    ZERADA) NAO SOBRESCREVE O MESTRE.
      *-----------------------------------------------------------------
       01  WRK-TRANS-SAIDA.
           02 WRK-TS-FUNCAO         PIC X(01).
               88 WRK-TS-INCLUI         VALUE "A".
               88 WRK-TS-ALTERA         VALUE "U".
               88 WRK-TS-EXCLUI         VALUE "D".
           02 WRK-TS-NOME           PIC X(40).
           02 WRK-TS-RG             PIC X(10).
           02 WRK-TS-CPF            PIC X(12).
           02 WRK-TS-ENDERECO       PIC X(66).
           02 WRK-TS-DATA-NASC      PIC 9(08).
           02 WRK-TS-SEXO           PIC X(01).
           02 WRK-TS-ORIGEM         PIC X(03).
           02 WRK-TS-OPERADOR       PIC X(08).

      *-----------------------------------------------------------------
      *    REJEITOS DO CPF CONSULTADO NO CLIREJ. GUARDA OS 9 MAIS
      *    RECENTES (O ARQUIVO ESTA EM ORDEM DE GRAVACAO); OS MAIS
      *    ANTIGOS SO SAO CONTADOS.
      *-----------------------------------------------------------------
       01  WRK-TABELA-REJEITOS.
           02 WRK-REJ-ITEM OCCURS 9 TIMES.
               03 WRK-TR-FUNCAO     PIC X(01).
               03 WRK-TR-DATA       PIC 9(08).
               03 WRK-TR-CODIGO     PIC X(04).
               03 WRK-TR-MOTIVO     PIC X(40).
               03 WRK-TR-IMAGEM     PIC X(149).

       77  WRK-REJ-USADOS                 PIC 9(02) COMP VALUE ZEROS.

       77  WRK-REJ-ANTERIORES             PIC 9(05) VALUE ZEROS.

       77  WRK-IDX-REJ                    PIC 9(02) COMP VALUE ZEROS.

      *-----------------------------------------------------------------
      *    AREA DE LISTA DA TELA: NOMES ENCONTRADOS NA PESQUISA POR
      *    PREFIXO OU REJEITOS PENDENTES DO CPF CONSULTADO.
      *-----------------------------------------------------------------
       01  WRK-LISTA.
           02 WRK-LST-TITULO        PIC X(78).
           02 WRK-LST-LINHA OCCURS 10 TIMES
                                    PIC X(78).

       77  WRK-IDX-LST                    PIC 9(02) COMP VALUE ZEROS.

      *-----------------------------------------------------------------
      *    LIMITE DE NOMES LISTADOS POR PESQUISA, O TAMANHO DA AREA
      *    DE LISTA DA TELA.
      *-----------------------------------------------------------------
       77  WRK-LIMITE-NOMES               PIC 9(02) COMP VALUE 10.

       01  WRK-LINHA-NOME.
           02 WRK-LN-CPF            PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-LN-NOME           PIC X(40).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-LN-CIDADE         PIC X(20).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-LN-UF             PIC X(02).

       01  WRK-LINHA-REJEITO.
           02 WRK-LR-NUMERO         PIC 9(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LR-FUNCAO         PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LR-DATA           PIC 9999/99/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LR-CODIGO         PIC X(04).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LR-MOTIVO         PIC X(40).

       01  WRK-TITULO-REJEITOS.
           02 FILLER                PIC X(28) VALUE
              "REJEITOS PENDENTES DO CPF: ".
           02 WRK-TRJ-QTDE          PIC Z9.
           02 FILLER                PIC X(24) VALUE
              "   (MAIS ANTIGOS FORA: ".
           02 WRK-TRJ-ANTERIORES    PIC ZZZZ9.
           02 FILLER                PIC X(01) VALUE ")".

       77  WRK-CONT-INCLUSOES             PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-ALTERACOES            PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-EXCLUSOES             PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-GRAVADAS              PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A VALIDACAO DO DIGITO VERIFICADOR DO CPF
      *-----------------------------------------------------------------
       01  WRK-CPF-NUMERICO-GRP.
           02 WRK-CPF-NUMERICO             PIC 9(11) VALUE ZEROS.

       01  WRK-CPF-TABELA REDEFINES WRK-CPF-NUMERICO-GRP.
           02 WRK-CPF-DIG OCCURS 11 TIMES  PIC 9(01).

       77  WRK-CPF-VALIDO-SW              PIC X(01) VALUE "S".
           88  CPF-VALIDO                     VALUE "S".
           88  CPF-INVALIDO                   VALUE "N".

       77  WRK-CPF-SOMA                   PIC 9(04) COMP.

       77  WRK-CPF-RESTO                  PIC 9(04) COMP.

       77  WRK-CPF-DV1                    PIC 9(01).

       77  WRK-CPF-DV2                    PIC 9(01).

       77  WRK-CPF-I                      PIC 9(02) COMP.

       77  WRK-CPF-PESO                   PIC 9(02) COMP.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A VALIDACAO DA DATA DE NASCIMENTO
      *-----------------------------------------------------------------
       77  WRK-DATA-VALIDA-SW             PIC X(01) VALUE "S".
           88  DATA-VALIDA                    VALUE "S".
           88  DATA-INVALIDA                  VALUE "N".

       77  WRK-DATA-NASC-CMP              PIC 9(08) VALUE ZEROS.

       77  WRK-ULTIMO-DIA-MES             PIC 9(02) COMP.

       01  WRK-TABELA-DIAS-MES VALUE
               "312831303130313130313031".
           02  WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).

       77  WRK-ANO-BISSEXTO-SW            PIC X(01) VALUE "N".
           88  ANO-BISSEXTO                   VALUE "S".
           88  ANO-NAO-BISSEXTO               VALUE "N".

       77  WRK-BISS-RESTO-4               PIC 9(02) COMP.

       77  WRK-BISS-RESTO-100             PIC 9(02) COMP.

       77  WRK-BISS-RESTO-400             PIC 9(03) COMP.

       77  WRK-BISS-QUOCIENTE             PIC 9(04) COMP.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A PADRONIZACAO DO ENDERECO PELO CEP
      *-----------------------------------------------------------------
       77  WRK-CEP-VALIDO-SW              PIC X(01) VALUE "S".
           88  CEP-VALIDO                     VALUE "S".
           88  CEP-INVALIDO                   VALUE "N".

      *-----------------------------------------------------------------
      *    REGISTRO DE CONTROLE PADRAO (HDRCOPY) DO MOVIMENTO GERADO
      *-----------------------------------------------------------------
           COPY HDRCOPY.

      *-----------------------------------------------------------------
      *    AREA DO REGISTRO DE PARAMETROS CENTRAIS DO LOTE (PARMREAD)
      *-----------------------------------------------------------------
           COPY PRMCOPY.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "ManutencaoCliente".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       01  WRK-AUD-ORIGEM-OPER.
           02 WRK-AUD-ORIGEM               PIC X(03).
           02 WRK-AUD-OPERADOR             PIC X(08).

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "INC=".
           02 AUD-R-INC                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "ALT=".
           02 AUD-R-ALT                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "EXC=".
           02 AUD-R-EXC                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.

       01  WRK-AUD-RESULTADO REDEFINES
               WRK-AUD-RESULTADO-GRP       PIC X(30).

      *-----------------------------------------------------------------
       SCREEN                                 SECTION.
      *-----------------------------------------------------------------
       01  TELA-CABECALHO.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "MANUTCLI".
           02 LINE 01 COL 22 VALUE "MANUTENCAO DE CLIENTES - AGENCIA".
           02 LINE 01 COL 70 PIC 9999/99/99 FROM WRK-DATA-ATUAL.
           02 LINE 02 COL 01 VALUE "OPERADOR:".
           02 LINE 02 COL 11 PIC X(08) FROM WRK-OPERADOR.
           02 LINE 02 COL 50 VALUE "TRANSACOES NA SESSAO:".
           02 LINE 02 COL 72 PIC ZZZZ9 FROM WRK-CONT-GRAVADAS.
           02 LINE 23 COL 01 PIC X(78) FROM WRK-MENSAGEM HIGHLIGHT.

       01  TELA-OPERADOR.
           02 LINE 05 COL 05 VALUE "CODIGO DO OPERADOR:".
           02 LINE 05 COL 25 PIC X(08) USING WRK-OPERADOR.

       01  TELA-PESQUISA.
           02 LINE 04 COL 01 VALUE "CPF ..........:".
           02 LINE 04 COL 17 PIC X(12) USING WRK-PESQ-CPF.
           02 LINE 05 COL 01 VALUE "OU NOME ......:".
           02 LINE 05 COL 17 PIC X(40) USING WRK-PESQ-NOME.
           02 LINE 07 COL 01 VALUE
              "(CPF E NOME EM BRANCO ENCERRAM A SESSAO)".

       01  TELA-DADOS.
           02 LINE 04 COL 01 VALUE "CPF ..........:".
           02 LINE 04 COL 17 PIC X(12) FROM WRK-TELA-CPF.
           02 LINE 04 COL 45 PIC X(30) FROM WRK-SITUACAO-TELA.
           02 LINE 05 COL 01 VALUE "NOME .........:".
           02 LINE 05 COL 17 PIC X(40) FROM WRK-TELA-NOME.
           02 LINE 06 COL 01 VALUE "RG ...........:".
           02 LINE 06 COL 17 PIC X(10) FROM WRK-TELA-RG.
           02 LINE 06 COL 30 VALUE "SEXO:".
           02 LINE 06 COL 36 PIC X(01) FROM WRK-TELA-SEXO.
           02 LINE 06 COL 45 VALUE "NASCIMENTO:".
           02 LINE 06 COL 57 PIC 99/99/9999 FROM WRK-TELA-NASC-COMPACTA.
           02 LINE 07 COL 01 VALUE "LOGRADOURO ...:".
           02 LINE 07 COL 17 PIC X(30) FROM WRK-TELA-LOGRADOURO.
           02 LINE 07 COL 50 VALUE "NUMERO:".
           02 LINE 07 COL 58 PIC X(06) FROM WRK-TELA-NUMERO.
           02 LINE 08 COL 01 VALUE "CIDADE/UF ....:".
           02 LINE 08 COL 17 PIC X(20) FROM WRK-TELA-CIDADE.
           02 LINE 08 COL 38 VALUE "/".
           02 LINE 08 COL 39 PIC X(02) FROM WRK-TELA-UF.
           02 LINE 08 COL 45 VALUE "CEP:".
           02 LINE 08 COL 50 PIC 9(08) FROM WRK-TELA-CEP.

       01  TELA-DIGITACAO.
           02 LINE 04 COL 01 VALUE "CPF ..........:".
           02 LINE 04 COL 17 PIC X(12) USING WRK-TELA-CPF.
           02 LINE 04 COL 45 PIC X(30) FROM WRK-FUNCAO-TEXTO.
           02 LINE 05 COL 01 VALUE "NOME .........:".
           02 LINE 05 COL 17 PIC X(40) USING WRK-TELA-NOME.
           02 LINE 06 COL 01 VALUE "RG ...........:".
           02 LINE 06 COL 17 PIC X(10) USING WRK-TELA-RG.
           02 LINE 06 COL 30 VALUE "SEXO:".
           02 LINE 06 COL 36 PIC X(01) USING WRK-TELA-SEXO.
           02 LINE 06 COL 45 VALUE "NASCIMENTO (DDMMAAAA):".
           02 LINE 06 COL 68 PIC 9(08) USING WRK-TELA-NASC-COMPACTA.
           02 LINE 07 COL 01 VALUE "LOGRADOURO ...:".
           02 LINE 07 COL 17 PIC X(30) USING WRK-TELA-LOGRADOURO.
           02 LINE 07 COL 50 VALUE "NUMERO:".
           02 LINE 07 COL 58 PIC X(06) USING WRK-TELA-NUMERO.
           02 LINE 08 COL 01 VALUE "CIDADE/UF ....:".
           02 LINE 08 COL 17 PIC X(20) USING WRK-TELA-CIDADE.
           02 LINE 08 COL 38 VALUE "/".
           02 LINE 08 COL 39 PIC X(02) USING WRK-TELA-UF.
           02 LINE 08 COL 45 VALUE "CEP:".
           02 LINE 08 COL 50 PIC 9(08) USING WRK-TELA-CEP.
           02 LINE 10 COL 01 VALUE
              "GRAVAR A TRANSACAO (S/N):".
           02 LINE 10 COL 27 PIC X(01) USING WRK-CONFIRMA.

       01  TELA-OPCAO.
           02 LINE 10 COL 01 VALUE
              "OPCAO (A=INCLUI U=ALTERA D=EXCLUI R=CORRIGE REJEITO):".
           02 LINE 10 COL 56 PIC X(01) USING WRK-OPCAO.
           02 LINE 10 COL 60 VALUE "REJEITO NO:".
           02 LINE 10 COL 72 PIC 9(01) USING WRK-NUM-REJEITO.
           02 LINE 11 COL 01 VALUE
              "(OPCAO EM BRANCO VOLTA PARA A PESQUISA)".

       01  TELA-CONFIRMA-EXCLUSAO.
           02 LINE 10 COL 01 VALUE
              "CONFIRMA O ENCERRAMENTO DO CLIENTE (S/N):".
           02 LINE 10 COL 43 PIC X(01) USING WRK-CONFIRMA.

       01  TELA-LISTA.
           02 LINE 12 COL 01 PIC X(78) FROM WRK-LST-TITULO.
           02 LINE 13 COL 01 PIC X(78) FROM WRK-LST-LINHA(1).
           02 LINE 14 COL 01 PIC X(78) FROM WRK-LST-LINHA(2).
           02 LINE 15 COL 01 PIC X(78) FROM WRK-LST-LINHA(3).
           02 LINE 16 COL 01 PIC X(78) FROM WRK-LST-LINHA(4).
           02 LINE 17 COL 01 PIC X(78) FROM WRK-LST-LINHA(5).
           02 LINE 18 COL 01 PIC X(78) FROM WRK-LST-LINHA(6).
           02 LINE 19 COL 01 PIC X(78) FROM WRK-LST-LINHA(7).
           02 LINE 20 COL 01 PIC X(78) FROM WRK-LST-LINHA(8).
           02 LINE 21 COL 01 PIC X(78) FROM WRK-LST-LINHA(9).
           02 LINE 22 COL 01 PIC X(78) FROM WRK-LST-LINHA(10).

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
      *-----------------------------------------------------------------
      *    TELA DE MANUTENCAO DE CLIENTES DA AGENCIA: LOCALIZA O
      *    CLIENTE PELO CPF OU PELO PREFIXO DO NOME (INDICE
      *    ALTERNATIVO, COMO NA CONSULTA EM LOTE), MOSTRA O REGISTRO
      *    ATUAL E OS REJEITOS PENDENTES DO CPF E RECEBE A INCLUSAO,
      *    ALTERACAO OU EXCLUSAO JA VALIDADA NA TELA COM AS MESMAS
      *    REGRAS DA MANUTENCAO EM LOTE (DIGITO DO CPF, DATA DE
      *    NASCIMENTO E CEP). CADA TRANSACAO ACEITA E GRAVADA NO
      *    LAYOUT DO CLITRANS COM ORIGEM "AGE" E O OPERADOR DA
      *    SESSAO. A SESSAO GERA UM MOVIMENTO COMPLETO (HEADER NA DATA
      *    DE PROCESSAMENTO DO PARMFILE E TRAILER COM A CONTAGEM), QUE
      *    ENTRA NO LOTE NOTURNO COMO OS DEMAIS MOVIMENTOS DE CLIENTE.
      *    UM REJEITO CORRIGIDO NA TELA VOLTA POR ESTE MOVIMENTO.
      *    ARQUIVOS ALOCADOS NA SESSAO: PARMFILE, CLIMASTR, CEPMSTR,
      *    CLIREJ (OPCIONAL), CLITRANS (MOVIMENTO NOVO) E AUDTRAIL.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-ATENDE-PESQUISA THRU 2000-ATENDE-PESQUISA-EXIT
               UNTIL FIM-SESSAO.

           PERFORM 9000-FINALIZA THRU 9000-FINALIZA-EXIT.

           STOP RUN.

       1000-INICIALIZA.
           CALL "PARMREAD" USING PARAM-REC.
           IF PRM-DATA-PROC > 0
               MOVE PRM-DATA-PROC TO WRK-DATA-ATUAL
           ELSE
               DISPLAY "PARMFILE SEM DATA, USANDO DATA DO SISTEMA"
               ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
           END-IF.

           OPEN INPUT  CLIENTE-MASTER.
           OPEN INPUT  CEP-REFERENCIA.

           OPEN INPUT  CLIENTE-REJEITOS.
           IF WRK-STATUS-REJ = "00"
               SET REJEITOS-DISPONIVEL TO TRUE
               CLOSE CLIENTE-REJEITOS
           ELSE
               MOVE "CLIREJ AUSENTE, REJEITOS PENDENTES NAO MOSTRADOS"
                   TO WRK-MENSAGEM
           END-IF.

           OPEN OUTPUT CLIENTE-TRANS.
           MOVE "0"            TO ARQ-TIPO-REG.
           MOVE "CLITRANS"     TO ARQ-ID-ARQUIVO.
           MOVE WRK-DATA-ATUAL TO ARQ-DATA-GERACAO.
           MOVE ZEROS          TO ARQ-QTDE-REGISTROS.
           WRITE CLIENTE-TRANS-REC FROM ARQ-CONTROLE-REC.

           MOVE SPACES TO WRK-LISTA.
           PERFORM 1100-IDENTIFICA-OPERADOR
               THRU 1100-IDENTIFICA-OPERADOR-EXIT
               UNTIL WRK-OPERADOR NOT = SPACES.
       1000-INICIALIZA-EXIT.
           EXIT.

       1100-IDENTIFICA-OPERADOR.
           DISPLAY TELA-CABECALHO.
           DISPLAY TELA-OPERADOR.
           ACCEPT  TELA-OPERADOR.

           MOVE "INFORME O CODIGO DO OPERADOR" TO WRK-MENSAGEM.
           IF WRK-OPERADOR NOT = SPACES
               MOVE SPACES TO WRK-MENSAGEM
           END-IF.
       1100-IDENTIFICA-OPERADOR-EXIT.
           EXIT.

       2000-ATENDE-PESQUISA.
           MOVE SPACES TO WRK-PESQ-CPF WRK-PESQ-NOME.
           DISPLAY TELA-CABECALHO.
           DISPLAY TELA-LISTA.
           DISPLAY TELA-PESQUISA.
           ACCEPT  TELA-PESQUISA.
           MOVE SPACES TO WRK-MENSAGEM.

           IF WRK-PESQ-CPF = SPACES
              AND WRK-PESQ-NOME = SPACES
               SET FIM-SESSAO TO TRUE
               GO TO 2000-ATENDE-PESQUISA-EXIT
           END-IF.

           IF WRK-PESQ-CPF NOT = SPACES
               PERFORM 3000-ATENDE-CLIENTE
                   THRU 3000-ATENDE-CLIENTE-EXIT
           ELSE
               PERFORM 2100-PESQUISA-NOME
                   THRU 2100-PESQUISA-NOME-EXIT
           END-IF.
       2000-ATENDE-PESQUISA-EXIT.
           EXIT.

       2100-PESQUISA-NOME.
      *-----------------------------------------------------------------
      *    MESMA PESQUISA DA CONSULTA EM LOTE: POSICIONA O INDICE DE
      *    NOME NO PREFIXO E LISTA ENQUANTO O INICIO DO NOME
      *    COINCIDIR, ATE O TAMANHO DA AREA DE LISTA. O OPERADOR
      *    ESCOLHE O CLIENTE DIGITANDO O CPF LISTADO.
      *-----------------------------------------------------------------
           MOVE SPACES TO WRK-LISTA.
           MOVE ZEROS  TO WRK-TAMANHO-PREFIXO WRK-IDX-LST.
           MOVE "N"    TO WRK-FIM-NOMES.

           INSPECT WRK-PESQ-NOME TALLYING WRK-TAMANHO-PREFIXO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WRK-TAMANHO-PREFIXO = 0
               MOVE "NOME NAO PODE COMECAR COM BRANCO" TO WRK-MENSAGEM
               GO TO 2100-PESQUISA-NOME-EXIT
           END-IF.

           MOVE WRK-PESQ-NOME TO NOME.
           START CLIENTE-MASTER KEY IS NOT LESS THAN NOME
               INVALID KEY
                   SET FIM-NOMES TO TRUE
           END-START.

           IF NOT FIM-NOMES
               PERFORM 2110-LE-NOME THRU 2110-LE-NOME-EXIT
           END-IF.

           PERFORM 2120-LISTA-NOME THRU 2120-LISTA-NOME-EXIT
               UNTIL FIM-NOMES.

           MOVE "CLIENTES COM O NOME PESQUISADO (DIGITE O CPF):"
               TO WRK-LST-TITULO.
           IF WRK-IDX-LST = 0
               MOVE "NENHUM CLIENTE COM O NOME PESQUISADO"
                   TO WRK-MENSAGEM
           END-IF.
       2100-PESQUISA-NOME-EXIT.
           EXIT.

       2110-LE-NOME.
           READ CLIENTE-MASTER NEXT RECORD
               AT END SET FIM-NOMES TO TRUE
           END-READ.

           IF NOT FIM-NOMES
              AND NOME(1:WRK-TAMANHO-PREFIXO) NOT =
                  WRK-PESQ-NOME(1:WRK-TAMANHO-PREFIXO)
               SET FIM-NOMES TO TRUE
           END-IF.
       2110-LE-NOME-EXIT.
           EXIT.

       2120-LISTA-NOME.
           IF WRK-IDX-LST >= WRK-LIMITE-NOMES
               MOVE "HA MAIS CLIENTES COM ESTE NOME, REFINE A PESQUISA"
                   TO WRK-MENSAGEM
               SET FIM-NOMES TO TRUE
               GO TO 2120-LISTA-NOME-EXIT
           END-IF.

           ADD 1 TO WRK-IDX-LST.
           MOVE CPF         TO WRK-LN-CPF.
           MOVE NOME        TO WRK-LN-NOME.
           MOVE END-CIDADE  TO WRK-LN-CIDADE.
           MOVE END-UF      TO WRK-LN-UF.
           MOVE WRK-LINHA-NOME TO WRK-LST-LINHA(WRK-IDX-LST).

           PERFORM 2110-LE-NOME THRU 2110-LE-NOME-EXIT.
       2120-LISTA-NOME-EXIT.
           EXIT.

       3000-ATENDE-CLIENTE.
           MOVE WRK-PESQ-CPF TO CPF.
           READ CLIENTE-MASTER KEY IS CPF
               INVALID KEY
                   SET CLIENTE-NAO-CADASTRADO TO TRUE
               NOT INVALID KEY
                   SET CLIENTE-CADASTRADO TO TRUE
                   MOVE CLIENTE-REC TO WRK-CLIENTE-ATUAL
           END-READ.

           PERFORM 3100-CARREGA-REJEITOS
               THRU 3100-CARREGA-REJEITOS-EXIT.

           MOVE "N" TO WRK-ATENDIMENTO-SW.
           PERFORM 3200-ESCOLHE-OPCAO THRU 3200-ESCOLHE-OPCAO-EXIT
               UNTIL ATENDIMENTO-CONCLUIDO.

           MOVE SPACES TO WRK-LISTA.
       3000-ATENDE-CLIENTE-EXIT.
           EXIT.

       3100-CARREGA-REJEITOS.
           MOVE SPACES TO WRK-LISTA.
           MOVE ZEROS  TO WRK-REJ-USADOS WRK-REJ-ANTERIORES.

           IF NOT REJEITOS-DISPONIVEL
               MOVE "ARQUIVO DE REJEITOS (CLIREJ) NAO DISPONIVEL"
                   TO WRK-LST-TITULO
               GO TO 3100-CARREGA-REJEITOS-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-REJEITOS.
           OPEN INPUT CLIENTE-REJEITOS.
           READ CLIENTE-REJEITOS
               AT END SET FIM-REJEITOS TO TRUE
           END-READ.
           PERFORM 3110-GUARDA-REJEITO THRU 3110-GUARDA-REJEITO-EXIT
               UNTIL FIM-REJEITOS.
           CLOSE CLIENTE-REJEITOS.

           MOVE WRK-REJ-USADOS     TO WRK-TRJ-QTDE.
           MOVE WRK-REJ-ANTERIORES TO WRK-TRJ-ANTERIORES.
           MOVE WRK-TITULO-REJEITOS TO WRK-LST-TITULO.
           PERFORM 3130-MONTA-LINHA-REJEITO
               THRU 3130-MONTA-LINHA-REJEITO-EXIT
               VARYING WRK-IDX-REJ FROM 1 BY 1
                 UNTIL WRK-IDX-REJ > WRK-REJ-USADOS.
       3100-CARREGA-REJEITOS-EXIT.
           EXIT.

       3110-GUARDA-REJEITO.
           IF REJ-CPF NOT = WRK-PESQ-CPF
               GO TO 3110-GUARDA-REJEITO-LEITURA
           END-IF.

           IF WRK-REJ-USADOS < 9
               ADD 1 TO WRK-REJ-USADOS
           ELSE
               ADD 1 TO WRK-REJ-ANTERIORES
               PERFORM 3120-DESLOCA-REJEITO
                   THRU 3120-DESLOCA-REJEITO-EXIT
                   VARYING WRK-IDX-REJ FROM 1 BY 1
                     UNTIL WRK-IDX-REJ > 8
           END-IF.

           MOVE REJ-FUNCAO         TO WRK-TR-FUNCAO(WRK-REJ-USADOS).
           MOVE REJ-DATA           TO WRK-TR-DATA(WRK-REJ-USADOS).
           MOVE REJ-CODIGO-MOTIVO  TO WRK-TR-CODIGO(WRK-REJ-USADOS).
           MOVE REJ-MOTIVO         TO WRK-TR-MOTIVO(WRK-REJ-USADOS).
           MOVE REJ-IMAGEM-TRANS   TO WRK-TR-IMAGEM(WRK-REJ-USADOS).

       3110-GUARDA-REJEITO-LEITURA.
           READ CLIENTE-REJEITOS
               AT END SET FIM-REJEITOS TO TRUE
           END-READ.
       3110-GUARDA-REJEITO-EXIT.
           EXIT.

       3120-DESLOCA-REJEITO.
           MOVE WRK-REJ-ITEM(WRK-IDX-REJ + 1)
               TO WRK-REJ-ITEM(WRK-IDX-REJ).
       3120-DESLOCA-REJEITO-EXIT.
           EXIT.

       3130-MONTA-LINHA-REJEITO.
           MOVE WRK-IDX-REJ                TO WRK-LR-NUMERO.
           MOVE WRK-TR-FUNCAO(WRK-IDX-REJ) TO WRK-LR-FUNCAO.
           MOVE WRK-TR-DATA(WRK-IDX-REJ)   TO WRK-LR-DATA.
           MOVE WRK-TR-CODIGO(WRK-IDX-REJ) TO WRK-LR-CODIGO.
           MOVE WRK-TR-MOTIVO(WRK-IDX-REJ) TO WRK-LR-MOTIVO.
           MOVE WRK-LINHA-REJEITO TO WRK-LST-LINHA(WRK-IDX-REJ).
       3130-MONTA-LINHA-REJEITO-EXIT.
           EXIT.

       3150-MOSTRA-CLIENTE.
      *-----------------------------------------------------------------
      *    A TELA SEMPRE VOLTA A MOSTRAR O REGISTRO COMO ESTA NO
      *    MESTRE: A TRANSACAO GRAVADA SO E APLICADA NO LOTE NOTURNO.
      *-----------------------------------------------------------------
           IF CLIENTE-CADASTRADO
               MOVE WRK-CLIENTE-ATUAL TO WRK-TELA
               MOVE "CLIENTE CADASTRADO" TO WRK-SITUACAO-TELA
           ELSE
               INITIALIZE WRK-TELA
               MOVE WRK-PESQ-CPF TO WRK-TELA-CPF
               MOVE "CPF NAO CADASTRADO" TO WRK-SITUACAO-TELA
           END-IF.
       3150-MOSTRA-CLIENTE-EXIT.
           EXIT.

       3200-ESCOLHE-OPCAO.
           PERFORM 3150-MOSTRA-CLIENTE THRU 3150-MOSTRA-CLIENTE-EXIT.
           MOVE SPACES TO WRK-OPCAO.
           MOVE ZEROS  TO WRK-NUM-REJEITO.

           DISPLAY TELA-CABECALHO.
           DISPLAY TELA-DADOS.
           DISPLAY TELA-LISTA.
           DISPLAY TELA-OPCAO.
           ACCEPT  TELA-OPCAO.
           MOVE SPACES TO WRK-MENSAGEM.

           EVALUATE TRUE
               WHEN OPCAO-VOLTA
                   SET ATENDIMENTO-CONCLUIDO TO TRUE
               WHEN OPCAO-INCLUI
                   IF CLIENTE-CADASTRADO
                       MOVE "CPF JA CADASTRADO, USE A ALTERACAO"
                           TO WRK-MENSAGEM
                   ELSE
                       MOVE "A" TO WRK-TS-FUNCAO
                       PERFORM 6000-DIGITA-TRANSACAO
                           THRU 6000-DIGITA-TRANSACAO-EXIT
                   END-IF
               WHEN OPCAO-ALTERA
                   IF CLIENTE-NAO-CADASTRADO
                       MOVE "CPF NAO CADASTRADO, USE A INCLUSAO"
                           TO WRK-MENSAGEM
                   ELSE
                       MOVE "U" TO WRK-TS-FUNCAO
                       PERFORM 6000-DIGITA-TRANSACAO
                           THRU 6000-DIGITA-TRANSACAO-EXIT
                   END-IF
               WHEN OPCAO-EXCLUI
                   IF CLIENTE-NAO-CADASTRADO
                       MOVE "CPF NAO CADASTRADO, NADA A EXCLUIR"
                           TO WRK-MENSAGEM
                   ELSE
                       PERFORM 3500-CONFIRMA-EXCLUSAO
                           THRU 3500-CONFIRMA-EXCLUSAO-EXIT
                   END-IF
               WHEN OPCAO-CORRIGE
                   PERFORM 3300-CORRIGE-REJEITO
                       THRU 3300-CORRIGE-REJEITO-EXIT
               WHEN OTHER
                   MOVE "OPCAO INVALIDA" TO WRK-MENSAGEM
           END-EVALUATE.
       3200-ESCOLHE-OPCAO-EXIT.
           EXIT.

       3300-CORRIGE-REJEITO.
      *-----------------------------------------------------------------
      *    TRAZ A IMAGEM DA TRANSACAO REJEITADA PARA A DIGITACAO. NA
      *    ALTERACAO, O CAMPO QUE A TRANSACAO NAO TROUXE FICA COM O
      *    VALOR ATUAL DO MESTRE. BLOQUEIO, DESBLOQUEIO E VINCULO DE
      *    RESPONSAVEL NAO SAO DIGITADOS NESTA TELA.
      *-----------------------------------------------------------------
           IF WRK-NUM-REJEITO < 1
              OR WRK-NUM-REJEITO > WRK-REJ-USADOS
               MOVE "NUMERO DE REJEITO INVALIDO" TO WRK-MENSAGEM
               GO TO 3300-CORRIGE-REJEITO-EXIT
           END-IF.

           MOVE WRK-TR-IMAGEM(WRK-NUM-REJEITO) TO WRK-TRANS-SAIDA.
           IF WRK-TS-DATA-NASC NOT NUMERIC
               MOVE ZEROS TO WRK-TS-DATA-NASC
           END-IF.

           EVALUATE TRUE
               WHEN WRK-TS-INCLUI
                   IF CLIENTE-CADASTRADO
                       MOVE "CPF JA INCLUIDO, REJEITO SEM CORRECAO"
                           TO WRK-MENSAGEM
                       GO TO 3300-CORRIGE-REJEITO-EXIT
                   END-IF
                   MOVE WRK-TS-NOME      TO WRK-TELA-NOME
                   MOVE WRK-TS-RG        TO WRK-TELA-RG
                   MOVE WRK-TS-ENDERECO  TO WRK-TELA-ENDERECO
                   MOVE WRK-TS-DATA-NASC TO WRK-TELA-NASC-COMPACTA
                   MOVE WRK-TS-SEXO      TO WRK-TELA-SEXO
               WHEN WRK-TS-ALTERA
                   IF CLIENTE-NAO-CADASTRADO
                       MOVE "CPF NAO CADASTRADO, CORRIJA PELA INCLUSAO"
                           TO WRK-MENSAGEM
                       GO TO 3300-CORRIGE-REJEITO-EXIT
                   END-IF
                   IF WRK-TS-NOME NOT = SPACES
                       MOVE WRK-TS-NOME TO WRK-TELA-NOME
                   END-IF
                   IF WRK-TS-RG NOT = SPACES
                       MOVE WRK-TS-RG TO WRK-TELA-RG
                   END-IF
                   IF WRK-TS-ENDERECO NOT = SPACES
                       MOVE WRK-TS-ENDERECO TO WRK-TELA-ENDERECO
                   END-IF
                   IF WRK-TS-DATA-NASC NOT = ZEROS
                       MOVE WRK-TS-DATA-NASC TO WRK-TELA-NASC-COMPACTA
                   END-IF
                   IF WRK-TS-SEXO NOT = SPACE
                       MOVE WRK-TS-SEXO TO WRK-TELA-SEXO
                   END-IF
               WHEN WRK-TS-EXCLUI
                   IF CLIENTE-NAO-CADASTRADO
                       MOVE "CPF NAO CADASTRADO, NADA A EXCLUIR"
                           TO WRK-MENSAGEM
                       GO TO 3300-CORRIGE-REJEITO-EXIT
                   END-IF
                   PERFORM 3500-CONFIRMA-EXCLUSAO
                       THRU 3500-CONFIRMA-EXCLUSAO-EXIT
                   GO TO 3300-CORRIGE-REJEITO-EXIT
               WHEN OTHER
                   MOVE "REJEITO DE BLOQUEIO/VINCULO: CORRIGIR NO LOTE"
                       TO WRK-MENSAGEM
                   GO TO 3300-CORRIGE-REJEITO-EXIT
           END-EVALUATE.

           PERFORM 6000-DIGITA-TRANSACAO
               THRU 6000-DIGITA-TRANSACAO-EXIT.
       3300-CORRIGE-REJEITO-EXIT.
           EXIT.

       3500-CONFIRMA-EXCLUSAO.
      *-----------------------------------------------------------------
      *    A EXCLUSAO SO LEVA O CPF. AS RESTRICOES DE CONTA ATIVA E
      *    TITULO EM ABERTO CONTINUAM SENDO CONFERIDAS NO LOTE.
      *-----------------------------------------------------------------
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY TELA-CABECALHO.
           DISPLAY TELA-DADOS.
           DISPLAY TELA-CONFIRMA-EXCLUSAO.
           ACCEPT  TELA-CONFIRMA-EXCLUSAO.

           IF NOT CONFIRMA-SIM
               MOVE "EXCLUSAO CANCELADA" TO WRK-MENSAGEM
               GO TO 3500-CONFIRMA-EXCLUSAO-EXIT
           END-IF.

           MOVE SPACES         TO WRK-TRANS-SAIDA.
           MOVE "D"            TO WRK-TS-FUNCAO.
           MOVE WRK-ATU-CPF    TO WRK-TS-CPF.
           MOVE ZEROS          TO WRK-TS-DATA-NASC.
           PERFORM 6900-GRAVA-TRANSACAO THRU 6900-GRAVA-TRANSACAO-EXIT.
       3500-CONFIRMA-EXCLUSAO-EXIT.
           EXIT.

       4000-VALIDA-CPF.
      *-----------------------------------------------------------------
      *    APLICA O ALGORITMO PADRAO DE DIGITO VERIFICADOR DO CPF
      *    SOBRE OS 11 PRIMEIROS DIGITOS DO CPF DIGITADO (MESMA REGRA
      *    DO NIVELVAR).
      *-----------------------------------------------------------------
           SET CPF-VALIDO TO TRUE.
           MOVE WRK-TELA-CPF(1:11) TO WRK-CPF-NUMERICO.

           MOVE ZEROS TO WRK-CPF-SOMA.
           MOVE 10    TO WRK-CPF-PESO.
           PERFORM 4100-SOMA-DIGITO THRU 4100-SOMA-DIGITO-EXIT
               VARYING WRK-CPF-I FROM 1 BY 1 UNTIL WRK-CPF-I > 9.
           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-RESTO
               REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO < 2
               MOVE 0 TO WRK-CPF-DV1
           ELSE
               COMPUTE WRK-CPF-DV1 EQUAL 11 - WRK-CPF-RESTO
           END-IF.

           MOVE ZEROS TO WRK-CPF-SOMA.
           MOVE 11    TO WRK-CPF-PESO.
           PERFORM 4100-SOMA-DIGITO THRU 4100-SOMA-DIGITO-EXIT
               VARYING WRK-CPF-I FROM 1 BY 1 UNTIL WRK-CPF-I > 10.
           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-RESTO
               REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO < 2
               MOVE 0 TO WRK-CPF-DV2
           ELSE
               COMPUTE WRK-CPF-DV2 EQUAL 11 - WRK-CPF-RESTO
           END-IF.

           IF WRK-CPF-DIG(10) NOT = WRK-CPF-DV1
              OR WRK-CPF-DIG(11) NOT = WRK-CPF-DV2
               SET CPF-INVALIDO TO TRUE
           END-IF.
       4000-VALIDA-CPF-EXIT.
           EXIT.

       4100-SOMA-DIGITO.
           COMPUTE WRK-CPF-SOMA EQUAL WRK-CPF-SOMA
               + (WRK-CPF-DIG(WRK-CPF-I) * WRK-CPF-PESO).
           SUBTRACT 1 FROM WRK-CPF-PESO.
       4100-SOMA-DIGITO-EXIT.
           EXIT.

       4200-VALIDA-DATA-NASC.
      *-----------------------------------------------------------------
      *    REJEITA DATAS DE NASCIMENTO IMPOSSIVEIS (MES FORA DE 1-12,
      *    DIA FORA DA FAIXA DO MES E DATAS NO FUTURO), COMO O NIVELVAR.
      *-----------------------------------------------------------------
           SET DATA-VALIDA TO TRUE.

           SET ANO-NAO-BISSEXTO TO TRUE.
           DIVIDE WRK-TELA-ANO BY 4 GIVING WRK-BISS-QUOCIENTE
               REMAINDER WRK-BISS-RESTO-4.
           IF WRK-BISS-RESTO-4 = 0
               DIVIDE WRK-TELA-ANO BY 100 GIVING WRK-BISS-QUOCIENTE
                   REMAINDER WRK-BISS-RESTO-100
               IF WRK-BISS-RESTO-100 NOT = 0
                   SET ANO-BISSEXTO TO TRUE
               ELSE
                   DIVIDE WRK-TELA-ANO BY 400 GIVING WRK-BISS-QUOCIENTE
                       REMAINDER WRK-BISS-RESTO-400
                   IF WRK-BISS-RESTO-400 = 0
                       SET ANO-BISSEXTO TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF WRK-TELA-MES < 1 OR WRK-TELA-MES > 12
               SET DATA-INVALIDA TO TRUE
           ELSE
               MOVE WRK-DIAS-MES(WRK-TELA-MES) TO WRK-ULTIMO-DIA-MES
               IF WRK-TELA-MES = 2 AND ANO-BISSEXTO
                   MOVE 29 TO WRK-ULTIMO-DIA-MES
               END-IF
               IF WRK-TELA-DIA < 1
                  OR WRK-TELA-DIA > WRK-ULTIMO-DIA-MES
                   SET DATA-INVALIDA TO TRUE
               END-IF
           END-IF.

           IF DATA-VALIDA
               COMPUTE WRK-DATA-NASC-CMP EQUAL
                   (WRK-TELA-ANO * 10000) + (WRK-TELA-MES * 100)
                   + WRK-TELA-DIA
               IF WRK-DATA-NASC-CMP > WRK-DATA-ATUAL
                   SET DATA-INVALIDA TO TRUE
               END-IF
           END-IF.
       4200-VALIDA-DATA-NASC-EXIT.
           EXIT.

       4300-VALIDA-CEP.
      *-----------------------------------------------------------------
      *    CONFERE O CEP CONTRA A TABELA DE REFERENCIA E, QUANDO
      *    ENCONTRADO, PADRONIZA CIDADE E UF NA TELA PELO VALOR DA
      *    TABELA, COMO O NIVELVAR FARA NO LOTE.
      *-----------------------------------------------------------------
           SET CEP-VALIDO TO TRUE.
           MOVE WRK-TELA-CEP TO CEP-CHAVE.
           READ CEP-REFERENCIA
               INVALID KEY
                   SET CEP-INVALIDO TO TRUE
               NOT INVALID KEY
                   MOVE CEP-CIDADE TO WRK-TELA-CIDADE
                   MOVE CEP-UF     TO WRK-TELA-UF
           END-READ.
       4300-VALIDA-CEP-EXIT.
           EXIT.

       6000-DIGITA-TRANSACAO.
           IF WRK-TS-INCLUI
               MOVE "INCLUSAO DE CLIENTE"   TO WRK-FUNCAO-TEXTO
           ELSE
               MOVE "ALTERACAO DE CLIENTE"  TO WRK-FUNCAO-TEXTO
           END-IF.

           SET DIGITACAO-PENDENTE TO TRUE.
           PERFORM 6100-ACEITA-DADOS THRU 6100-ACEITA-DADOS-EXIT
               UNTIL NOT DIGITACAO-PENDENTE.
       6000-DIGITA-TRANSACAO-EXIT.
           EXIT.

       6100-ACEITA-DADOS.
           MOVE SPACES TO WRK-CONFIRMA.
           DISPLAY TELA-CABECALHO.
           DISPLAY TELA-DIGITACAO.
           ACCEPT  TELA-DIGITACAO.
           MOVE SPACES TO WRK-MENSAGEM.

           IF CONFIRMA-NAO
               MOVE "DIGITACAO CANCELADA" TO WRK-MENSAGEM
               SET DIGITACAO-CONCLUIDA TO TRUE
               GO TO 6100-ACEITA-DADOS-EXIT
           END-IF.

           IF NOT CONFIRMA-SIM
               MOVE "RESPONDA S PARA GRAVAR OU N PARA CANCELAR"
                   TO WRK-MENSAGEM
               GO TO 6100-ACEITA-DADOS-EXIT
           END-IF.

           PERFORM 6200-VALIDA-DADOS THRU 6200-VALIDA-DADOS-EXIT.
           IF DADOS-COM-ERRO
               GO TO 6100-ACEITA-DADOS-EXIT
           END-IF.

           PERFORM 6300-MONTA-TRANSACAO THRU 6300-MONTA-TRANSACAO-EXIT.
           IF NOT HOUVE-ALTERACAO
               MOVE "NENHUM CAMPO ALTERADO, NADA A GRAVAR"
                   TO WRK-MENSAGEM
               GO TO 6100-ACEITA-DADOS-EXIT
           END-IF.

           PERFORM 6900-GRAVA-TRANSACAO THRU 6900-GRAVA-TRANSACAO-EXIT.
           SET DIGITACAO-CONCLUIDA TO TRUE.
       6100-ACEITA-DADOS-EXIT.
           EXIT.

       6200-VALIDA-DADOS.
      *-----------------------------------------------------------------
      *    NA INCLUSAO TUDO E VALIDADO. NA ALTERACAO, COMO NO LOTE, A
      *    DATA SO E VALIDADA QUANDO MUDOU E O CEP QUANDO O ENDERECO
      *    MUDOU; O CPF DA ALTERACAO NAO PODE SER TROCADO.
      *-----------------------------------------------------------------
           SET DADOS-COM-ERRO TO TRUE.

           IF WRK-TS-INCLUI
               IF WRK-TELA-CPF(1:11) NOT NUMERIC
                   MOVE "CPF DEVE TER 11 DIGITOS" TO WRK-MENSAGEM
                   GO TO 6200-VALIDA-DADOS-EXIT
               END-IF
               PERFORM 4000-VALIDA-CPF THRU 4000-VALIDA-CPF-EXIT
               IF CPF-INVALIDO
                   MOVE "DIGITO VERIFICADOR DO CPF INVALIDO"
                       TO WRK-MENSAGEM
                   GO TO 6200-VALIDA-DADOS-EXIT
               END-IF
               MOVE WRK-TELA-CPF TO CPF
               READ CLIENTE-MASTER KEY IS CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "CPF JA CADASTRADO NO MESTRE"
                           TO WRK-MENSAGEM
                       GO TO 6200-VALIDA-DADOS-EXIT
               END-READ
               IF WRK-TELA-NOME = SPACES
                   MOVE "NOME E OBRIGATORIO NA INCLUSAO"
                       TO WRK-MENSAGEM
                   GO TO 6200-VALIDA-DADOS-EXIT
               END-IF
           ELSE
               IF WRK-TELA-CPF NOT = WRK-ATU-CPF
                   MOVE "O CPF NAO PODE SER ALTERADO" TO WRK-MENSAGEM
                   MOVE WRK-ATU-CPF TO WRK-TELA-CPF
                   GO TO 6200-VALIDA-DADOS-EXIT
               END-IF
           END-IF.

           IF NOT WRK-TELA-SEXO-VALIDO
               MOVE "SEXO DEVE SER M, F, N, X OU BRANCO" TO WRK-MENSAGEM
               GO TO 6200-VALIDA-DADOS-EXIT
           END-IF.

           IF WRK-TS-INCLUI
              OR (WRK-TELA-NASC-COMPACTA NOT = WRK-ATU-NASC
                  AND WRK-TELA-NASC-COMPACTA NOT = ZEROS)
               PERFORM 4200-VALIDA-DATA-NASC
                   THRU 4200-VALIDA-DATA-NASC-EXIT
               IF DATA-INVALIDA
                   MOVE "DATA DE NASCIMENTO INVALIDA OU FUTURA"
                       TO WRK-MENSAGEM
                   GO TO 6200-VALIDA-DADOS-EXIT
               END-IF
           END-IF.

           IF WRK-TS-INCLUI
              OR WRK-TELA-ENDERECO NOT = WRK-ATU-ENDERECO
               PERFORM 4300-VALIDA-CEP THRU 4300-VALIDA-CEP-EXIT
               IF CEP-INVALIDO
                   MOVE "CEP NAO ENCONTRADO NA TABELA" TO WRK-MENSAGEM
                   GO TO 6200-VALIDA-DADOS-EXIT
               END-IF
           END-IF.

           SET DADOS-OK TO TRUE.
       6200-VALIDA-DADOS-EXIT.
           EXIT.

       6300-MONTA-TRANSACAO.
      *-----------------------------------------------------------------
      *    A INCLUSAO LEVA TODOS OS CAMPOS; A ALTERACAO LEVA SO OS
      *    QUE DIFEREM DO MESTRE, PARA QUE A ATUALIZACAO PARCIAL DO
      *    LOTE NAO REVALIDE NEM REGRAVE O QUE NAO MUDOU.
      *-----------------------------------------------------------------
           SET HOUVE-ALTERACAO TO TRUE.
           MOVE WRK-TS-FUNCAO    TO WRK-FUNCAO-SALVA.
           MOVE SPACES           TO WRK-TRANS-SAIDA.
           MOVE WRK-FUNCAO-SALVA TO WRK-TS-FUNCAO.
           MOVE WRK-TELA-CPF   TO WRK-TS-CPF.
           MOVE ZEROS          TO WRK-TS-DATA-NASC.

           IF WRK-TS-INCLUI
               MOVE WRK-TELA-NOME          TO WRK-TS-NOME
               MOVE WRK-TELA-RG            TO WRK-TS-RG
               MOVE WRK-TELA-ENDERECO      TO WRK-TS-ENDERECO
               MOVE WRK-TELA-NASC-COMPACTA TO WRK-TS-DATA-NASC
               MOVE WRK-TELA-SEXO          TO WRK-TS-SEXO
               GO TO 6300-MONTA-TRANSACAO-EXIT
           END-IF.

           MOVE "N" TO WRK-ALTERACAO-SW.
           IF WRK-TELA-NOME NOT = WRK-ATU-NOME
              AND WRK-TELA-NOME NOT = SPACES
               MOVE WRK-TELA-NOME TO WRK-TS-NOME
               SET HOUVE-ALTERACAO TO TRUE
           END-IF.
           IF WRK-TELA-RG NOT = WRK-ATU-RG
              AND WRK-TELA-RG NOT = SPACES
               MOVE WRK-TELA-RG TO WRK-TS-RG
               SET HOUVE-ALTERACAO TO TRUE
           END-IF.
           IF WRK-TELA-ENDERECO NOT = WRK-ATU-ENDERECO
               MOVE WRK-TELA-ENDERECO TO WRK-TS-ENDERECO
               SET HOUVE-ALTERACAO TO TRUE
           END-IF.
           IF WRK-TELA-NASC-COMPACTA NOT = WRK-ATU-NASC
              AND WRK-TELA-NASC-COMPACTA NOT = ZEROS
               MOVE WRK-TELA-NASC-COMPACTA TO WRK-TS-DATA-NASC
               SET HOUVE-ALTERACAO TO TRUE
           END-IF.
           IF WRK-TELA-SEXO NOT = WRK-ATU-SEXO
              AND WRK-TELA-SEXO NOT = SPACE
               MOVE WRK-TELA-SEXO TO WRK-TS-SEXO
               SET HOUVE-ALTERACAO TO TRUE
           END-IF.
       6300-MONTA-TRANSACAO-EXIT.
           EXIT.

       6900-GRAVA-TRANSACAO.
           MOVE WRK-ORIGEM-TELA TO WRK-TS-ORIGEM.
           MOVE WRK-OPERADOR    TO WRK-TS-OPERADOR.
           WRITE CLIENTE-TRANS-REC FROM WRK-TRANS-SAIDA.
           ADD 1 TO WRK-CONT-GRAVADAS.

           EVALUATE TRUE
               WHEN WRK-TS-INCLUI
                   ADD 1 TO WRK-CONT-INCLUSOES
                   MOVE "INCLUSAO GRAVADA PARA O LOTE NOTURNO"
                       TO WRK-MENSAGEM
               WHEN WRK-TS-ALTERA
                   ADD 1 TO WRK-CONT-ALTERACOES
                   MOVE "ALTERACAO GRAVADA PARA O LOTE NOTURNO"
                       TO WRK-MENSAGEM
               WHEN WRK-TS-EXCLUI
                   ADD 1 TO WRK-CONT-EXCLUSOES
                   MOVE "EXCLUSAO GRAVADA PARA O LOTE NOTURNO"
                       TO WRK-MENSAGEM
           END-EVALUATE.
       6900-GRAVA-TRANSACAO-EXIT.
           EXIT.

       9000-FINALIZA.
           MOVE "9"               TO ARQ-TIPO-REG.
           MOVE "CLITRANS"        TO ARQ-ID-ARQUIVO.
           MOVE WRK-DATA-ATUAL    TO ARQ-DATA-GERACAO.
           MOVE WRK-CONT-GRAVADAS TO ARQ-QTDE-REGISTROS.
           WRITE CLIENTE-TRANS-REC FROM ARQ-CONTROLE-REC.

           CLOSE CLIENTE-MASTER.
           CLOSE CEP-REFERENCIA.
           CLOSE CLIENTE-TRANS.

           DISPLAY "INCLUSOES DIGITADAS .: " WRK-CONT-INCLUSOES.
           DISPLAY "ALTERACOES DIGITADAS : " WRK-CONT-ALTERACOES.
           DISPLAY "EXCLUSOES DIGITADAS .: " WRK-CONT-EXCLUSOES.

           MOVE WRK-OPERADOR        TO WRK-AUD-CHAVE.
           MOVE WRK-ORIGEM-TELA     TO WRK-AUD-ORIGEM.
           MOVE WRK-OPERADOR        TO WRK-AUD-OPERADOR.
           MOVE WRK-CONT-INCLUSOES  TO AUD-R-INC.
           MOVE WRK-CONT-ALTERACOES TO AUD-R-ALT.
           MOVE WRK-CONT-EXCLUSOES  TO AUD-R-EXC.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.
       9000-FINALIZA-EXIT.
           EXIT.
