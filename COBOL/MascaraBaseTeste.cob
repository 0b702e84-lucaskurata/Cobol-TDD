      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "MascaraBaseTeste".
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

           SELECT CONTA-XREF      ASSIGN TO "CTAXREF"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS XRF-CONTA
                                   FILE STATUS IS WRK-STATUS-XREF.

           SELECT CONTA-HISTORICO ASSIGN TO "CTAHIST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS HST-CHAVE
                                   FILE STATUS IS WRK-STATUS-HIST.

           SELECT CONTATO-MASTER  ASSIGN TO "CONTMSTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS CTT-CHAVE
                                   FILE STATUS IS WRK-STATUS-CONTATO.

           SELECT SALDO-CONTA     ASSIGN TO "SALDOCTA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS SCT-CONTA
                                   FILE STATUS IS WRK-STATUS-SALDO.

           SELECT BOLETO-PENDENTE ASSIGN TO "BOLPEND"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-PEND.

           SELECT MAPA-CPF        ASSIGN TO "CPFMAPA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS MAP-CPF-ORIGEM
                                   FILE STATUS IS WRK-STATUS-MAPA.

           SELECT TESTE-CLIENTE   ASSIGN TO "CLIQA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS QCL-CPF
                                   ALTERNATE RECORD KEY IS QCL-NOME
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-QCLI.

           SELECT TESTE-XREF      ASSIGN TO "XREFQA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS QXR-CONTA
                                   FILE STATUS IS WRK-STATUS-QXREF.

           SELECT TESTE-HISTORICO ASSIGN TO "HISTQA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS QHS-CHAVE
                                   FILE STATUS IS WRK-STATUS-QHIST.

           SELECT TESTE-CONTATO   ASSIGN TO "CONTQA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS QCT-CHAVE
                                   FILE STATUS IS WRK-STATUS-QCONT.

           SELECT TESTE-SALDO     ASSIGN TO "SALDOQA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS QSC-CONTA
                                   FILE STATUS IS WRK-STATUS-QSALDO.

           SELECT TESTE-PENDENTE  ASSIGN TO "PENDQA"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-QPEND.

           SELECT MASCARA-RELATORIO ASSIGN TO "MASCRELA"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RELAT.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  CLIENTE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  CONTA-XREF
           LABEL RECORDS ARE STANDARD.
           COPY XREFCPY.

       FD  CONTA-HISTORICO
           LABEL RECORDS ARE STANDARD.
           COPY HSTCOPY.

       FD  CONTATO-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CTTCOPY.

       FD  SALDO-CONTA
           LABEL RECORDS ARE STANDARD.
           COPY SCTCOPY.

       FD  BOLETO-PENDENTE
           LABEL RECORDS ARE STANDARD.
           COPY BPDCOPY.

      *-----------------------------------------------------------------
      *    MAPA DE TRABALHO CPF REAL -> CPF GERADO, QUE GARANTE A
      *    MESMA SUBSTITUICAO EM TODOS OS ARQUIVOS DA COPIA. E
      *    ESVAZIADO NO FIM DA RODADA PARA QUE A COPIA NAO POSSA SER
      *    REVERTIDA.
      *-----------------------------------------------------------------
       FD  MAPA-CPF
           LABEL RECORDS ARE STANDARD.
       01  MAPA-CPF-REC.
           02 MAP-CPF-ORIGEM        PIC X(12).
           02 MAP-CPF-TESTE         PIC X(12).

      *-----------------------------------------------------------------
      *    ARQUIVOS DA BASE DE TESTE: MESMOS LAYOUTS E CHAVES DOS
      *    ARQUIVOS DE PRODUCAO, GRAVADOS A PARTIR DO REGISTRO DE
      *    ORIGEM JA MASCARADO. SO AS CHAVES SAO NOMEADAS AQUI.
      *-----------------------------------------------------------------
       FD  TESTE-CLIENTE
           LABEL RECORDS ARE STANDARD.
       01  QCL-REC.
           02 QCL-NOME              PIC X(40).
           02 FILLER                PIC X(10).
           02 QCL-CPF               PIC X(12).
           02 FILLER                PIC X(83).

       FD  TESTE-XREF
           LABEL RECORDS ARE STANDARD.
       01  QXR-REC.
           02 QXR-CONTA             PIC X(14).
           02 FILLER                PIC X(29).

       FD  TESTE-HISTORICO
           LABEL RECORDS ARE STANDARD.
       01  QHS-REC.
           02 QHS-CHAVE             PIC X(22).
           02 FILLER                PIC X(20).

       FD  TESTE-CONTATO
           LABEL RECORDS ARE STANDARD.
       01  QCT-REC.
           02 QCT-CHAVE             PIC X(23).
           02 FILLER                PIC X(57).

       FD  TESTE-SALDO
           LABEL RECORDS ARE STANDARD.
       01  QSC-REC.
           02 QSC-CONTA             PIC X(14).
           02 FILLER                PIC X(17).

       FD  TESTE-PENDENTE
           LABEL RECORDS ARE STANDARD.
       01  QPD-REC                  PIC X(93).

       FD  MASCARA-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  MASCARA-RELAT-LINHA      PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-MASTER              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-XREF                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-HIST                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CONTATO             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-SALDO               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PEND                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-MAPA                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-QCLI                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-QXREF               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-QHIST               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-QCONT               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-QSALDO              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-QPEND               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RELAT               PIC X(02) VALUE SPACES.

       77  WRK-FIM-ARQUIVO                PIC X(01) VALUE "N".
           88  FIM-ARQUIVO                    VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

       77  WRK-CONT-DIVERGENCIAS          PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CONTAGENS DE CONTROLE POR ARQUIVO: LIDOS NA ORIGEM E
      *    GRAVADOS NA COPIA.
      *-----------------------------------------------------------------
       77  WRK-LIDOS-CLIENTE              PIC 9(07) VALUE ZEROS.

       77  WRK-GRAV-CLIENTE               PIC 9(07) VALUE ZEROS.

       77  WRK-LIDOS-XREF                 PIC 9(07) VALUE ZEROS.

       77  WRK-GRAV-XREF                  PIC 9(07) VALUE ZEROS.

       77  WRK-LIDOS-HIST                 PIC 9(07) VALUE ZEROS.

       77  WRK-GRAV-HIST                  PIC 9(07) VALUE ZEROS.

       77  WRK-LIDOS-CONTATO              PIC 9(07) VALUE ZEROS.

       77  WRK-GRAV-CONTATO               PIC 9(07) VALUE ZEROS.

       77  WRK-LIDOS-SALDO                PIC 9(07) VALUE ZEROS.

       77  WRK-GRAV-SALDO                 PIC 9(07) VALUE ZEROS.

       77  WRK-LIDOS-PEND                 PIC 9(07) VALUE ZEROS.

       77  WRK-GRAV-PEND                  PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    VINCULOS ENTRE ARQUIVOS: QUANTOS REGISTROS ACHAM O SEU
      *    "PAI" NA ORIGEM E QUANTOS ACHAM NA COPIA. SE O CPF GERADO
      *    NAO FOR APLICADO IGUAL EM TODOS OS ARQUIVOS, OS NUMEROS
      *    DA COPIA CAEM E O RELATORIO MOSTRA A DIVERGENCIA.
      *-----------------------------------------------------------------
       77  WRK-VINC-ORIGEM                PIC 9(01) VALUE ZEROS.

       77  WRK-VINC-COPIA                 PIC 9(01) VALUE ZEROS.

       77  WRK-VORG-XREF-CLI              PIC 9(07) VALUE ZEROS.

       77  WRK-VCOP-XREF-CLI              PIC 9(07) VALUE ZEROS.

       77  WRK-VORG-HIST-CLI              PIC 9(07) VALUE ZEROS.

       77  WRK-VCOP-HIST-CLI              PIC 9(07) VALUE ZEROS.

       77  WRK-VORG-HIST-XREF             PIC 9(07) VALUE ZEROS.

       77  WRK-VCOP-HIST-XREF             PIC 9(07) VALUE ZEROS.

       77  WRK-VORG-CONT-CLI              PIC 9(07) VALUE ZEROS.

       77  WRK-VCOP-CONT-CLI              PIC 9(07) VALUE ZEROS.

       77  WRK-VORG-SALDO-XREF            PIC 9(07) VALUE ZEROS.

       77  WRK-VCOP-SALDO-XREF            PIC 9(07) VALUE ZEROS.

       77  WRK-VORG-PEND-XREF             PIC 9(07) VALUE ZEROS.

       77  WRK-VCOP-PEND-XREF             PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    GERACAO DO CPF DE TESTE: BASE DE 9 DIGITOS NA FAIXA 9XX
      *    A PARTIR DE UM SEQUENCIAL (SEM NENHUMA RELACAO COM O CPF
      *    REAL) E DIGITOS VERIFICADORES PELA MESMA REGRA DA
      *    VALIDACAO DA MANUTENCAO DE CLIENTES, PARA QUE O CPF GERADO
      *    PASSE NAS EDICOES DOS PROGRAMAS TESTADOS.
      *-----------------------------------------------------------------
       77  WRK-SEQ-CPF                    PIC 9(08) COMP VALUE ZEROS.

       77  WRK-CPF-ORIGEM                 PIC X(12) VALUE SPACES.

       01  WRK-CPF-TESTE.
           02 WRK-CPF-NUMERICO      PIC 9(11) VALUE ZEROS.
           02 FILLER                PIC X(01) VALUE SPACE.

       01  WRK-CPF-TABELA REDEFINES WRK-CPF-TESTE.
           02 WRK-CPF-DIG OCCURS 11 TIMES PIC 9(01).
           02 FILLER                PIC X(01).

       01  WRK-CPF-PARTES REDEFINES WRK-CPF-TESTE.
           02 WRK-CPF-BASE          PIC 9(09).
           02 WRK-CPF-DV1           PIC 9(01).
           02 WRK-CPF-DV2           PIC 9(01).
           02 FILLER                PIC X(01).

       77  WRK-CPF-SOMA                   PIC 9(04) COMP.

       77  WRK-CPF-RESTO                  PIC 9(04) COMP.

       77  WRK-CPF-QUOC                   PIC 9(04) COMP.

       77  WRK-CPF-I                      PIC 9(02) COMP.

       77  WRK-CPF-PESO                   PIC 9(02) COMP.

      *-----------------------------------------------------------------
      *    NOMES, RG E LOGRADOUROS DE TESTE: MONTADOS DE TABELAS
      *    FIXAS PELO SEQUENCIAL DO CLIENTE. O PRENOME SEGUE O SEXO
      *    (1-10 MASCULINOS, 11-20 FEMININOS) PARA QUE OS RELATORIOS
      *    POR SEXO CONTINUEM COERENTES.
      *-----------------------------------------------------------------
       01  WRK-TABELA-PRENOME-LIT.
           02 FILLER                PIC X(10) VALUE "JOAO".
           02 FILLER                PIC X(10) VALUE "PEDRO".
           02 FILLER                PIC X(10) VALUE "CARLOS".
           02 FILLER                PIC X(10) VALUE "JOSE".
           02 FILLER                PIC X(10) VALUE "PAULO".
           02 FILLER                PIC X(10) VALUE "MARCOS".
           02 FILLER                PIC X(10) VALUE "ANTONIO".
           02 FILLER                PIC X(10) VALUE "RAFAEL".
           02 FILLER                PIC X(10) VALUE "LUIZ".
           02 FILLER                PIC X(10) VALUE "EDUARDO".
           02 FILLER                PIC X(10) VALUE "MARIA".
           02 FILLER                PIC X(10) VALUE "ANA".
           02 FILLER                PIC X(10) VALUE "JULIANA".
           02 FILLER                PIC X(10) VALUE "FERNANDA".
           02 FILLER                PIC X(10) VALUE "PATRICIA".
           02 FILLER                PIC X(10) VALUE "CAMILA".
           02 FILLER                PIC X(10) VALUE "BEATRIZ".
           02 FILLER                PIC X(10) VALUE "LUCIANA".
           02 FILLER                PIC X(10) VALUE "ADRIANA".
           02 FILLER                PIC X(10) VALUE "CLAUDIA".

       01  WRK-TABELA-PRENOME-R REDEFINES WRK-TABELA-PRENOME-LIT.
           02 WRK-PRENOME OCCURS 20 TIMES PIC X(10).

       01  WRK-TABELA-SOBRENOME-LIT.
           02 FILLER                PIC X(10) VALUE "SILVA".
           02 FILLER                PIC X(10) VALUE "SANTOS".
           02 FILLER                PIC X(10) VALUE "OLIVEIRA".
           02 FILLER                PIC X(10) VALUE "SOUZA".
           02 FILLER                PIC X(10) VALUE "LIMA".
           02 FILLER                PIC X(10) VALUE "PEREIRA".
           02 FILLER                PIC X(10) VALUE "FERREIRA".
           02 FILLER                PIC X(10) VALUE "COSTA".
           02 FILLER                PIC X(10) VALUE "RODRIGUES".
           02 FILLER                PIC X(10) VALUE "ALMEIDA".

       01  WRK-TABELA-SOBRENOME-R REDEFINES WRK-TABELA-SOBRENOME-LIT.
           02 WRK-SOBRENOME OCCURS 10 TIMES PIC X(10).

       01  WRK-TABELA-LOGRADOURO-LIT.
           02 FILLER                PIC X(20) VALUE "RUA DAS FLORES".
           02 FILLER                PIC X(20) VALUE "RUA SAO JOAO".
           02 FILLER                PIC X(20) VALUE "AV BRASIL".
           02 FILLER                PIC X(20) VALUE "RUA DO COMERCIO".
           02 FILLER                PIC X(20) VALUE "AV DAS PALMEIRAS".
           02 FILLER                PIC X(20) VALUE
              "RUA SETE DE SETEMBRO".
           02 FILLER                PIC X(20) VALUE "RUA DA PAZ".
           02 FILLER                PIC X(20) VALUE "AV INDEPENDENCIA".
           02 FILLER                PIC X(20) VALUE "RUA DOS ANDRADAS".
           02 FILLER                PIC X(20) VALUE "TRAVESSA DO SOL".

       01  WRK-TABELA-LOGRADOURO-R REDEFINES WRK-TABELA-LOGRADOURO-LIT.
           02 WRK-LOGRADOURO OCCURS 10 TIMES PIC X(20).

       77  WRK-SEQ-CLIENTE                PIC 9(08) COMP VALUE ZEROS.

       77  WRK-IDX-PRENOME                PIC 9(02) COMP VALUE ZEROS.

       77  WRK-IDX-SOBRENOME1             PIC 9(02) COMP VALUE ZEROS.

       77  WRK-IDX-SOBRENOME2             PIC 9(02) COMP VALUE ZEROS.

       77  WRK-IDX-LOGRADOURO             PIC 9(02) COMP VALUE ZEROS.

       77  WRK-QUOCIENTE                  PIC 9(08) COMP VALUE ZEROS.

       77  WRK-RESTO                      PIC 9(04) COMP VALUE ZEROS.

       77  WRK-NUMERO-TESTE               PIC 9(04) VALUE ZEROS.

       01  WRK-RG-TESTE.
           02 FILLER                PIC X(02) VALUE "QA".
           02 WRK-RG-SEQ            PIC 9(08).

      *-----------------------------------------------------------------
      *    TELEFONE DE TESTE: O DDD E O FORMATO (FIXO COM 8 DIGITOS
      *    OU CELULAR COM 9) SAO MANTIDOS; O NUMERO VEM DE UM
      *    SEQUENCIAL UNICO NA RODADA, O QUE MANTEM A CHAVE CPF +
      *    NUMERO SEM REPETICAO.
      *-----------------------------------------------------------------
       77  WRK-SEQ-FONE                   PIC 9(08) COMP VALUE ZEROS.

       01  WRK-FONE-CELULAR.
           02 WRK-FC-DDD            PIC X(02).
           02 WRK-FC-NUMERO         PIC 9(09).

       01  WRK-FONE-FIXO REDEFINES WRK-FONE-CELULAR.
           02 WRK-FF-DDD            PIC X(02).
           02 WRK-FF-NUMERO         PIC 9(08).
           02 WRK-FF-BRANCO         PIC X(01).

       01  WRK-LINHA-TITULO.
           02 FILLER                PIC X(40) VALUE
              "===== MASCARAMENTO DA BASE DE TESTE EM ".
           02 WRK-T-DATA            PIC 9999/99/99.

       01  WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(40) VALUE
              "CONTROLE".
           02 FILLER                PIC X(19) VALUE
              " ORIGEM     COPIA".

       01  WRK-LINHA-CONFERE.
           02 WRK-C-TEXTO           PIC X(40).
           02 WRK-C-ESPERADO        PIC ZZZZZZ9.
           02 FILLER                PIC X(03) VALUE " X ".
           02 WRK-C-APURADO         PIC ZZZZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-C-SITUACAO        PIC X(12).

       01  WRK-LINHA-CPFS.
           02 FILLER                PIC X(40) VALUE
              "CPFS SUBSTITUIDOS POR CPFS GERADOS".
           02 WRK-M-QTDE            PIC ZZZZZZ9.

       01  WRK-LINHA-OK             PIC X(50) VALUE
              "BASE DE TESTE CONFERIDA COM A ORIGEM".

       01  WRK-LINHA-NAO-OK         PIC X(50) VALUE
              "BASE DE TESTE DIVERGENTE - NAO LIBERAR PARA USO".

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "MascaraBaseTeste".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       77  WRK-AUD-RESULTADO               PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
      *    AREA DO REGISTRO DE PARAMETROS CENTRAIS DO LOTE (PARMREAD)
      *-----------------------------------------------------------------
           COPY PRMCOPY.

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
      *-----------------------------------------------------------------
      *    GERA A BASE DE TESTE (QA) A PARTIR DA PRODUCAO: CLIENTES,
      *    CONTAS, HISTORICO DE TITULARIDADE, CONTATOS, SALDOS E
      *    TITULOS PENDENTES. CADA CPF REAL E TROCADO POR UM CPF
      *    GERADO COM DIGITOS VALIDOS, O MESMO EM TODOS OS ARQUIVOS;
      *    NOME, RG, LOGRADOURO, NUMERO E TELEFONES SAO EMBARALHADOS.
      *    UF, CEP, CIDADE, SEXO E ANO DE NASCIMENTO SAO MANTIDOS
      *    PARA QUE OS RELATORIOS DEMOGRAFICOS CONTINUEM FAZENDO
      *    SENTIDO. OS ARQUIVOS SAO COPIADOS NA ORDEM DOS VINCULOS
      *    (PRIMEIRO OS "PAIS") E O RELATORIO DE CONTROLE CONFRONTA
      *    CONTAGENS E VINCULOS DA COPIA COM OS DA ORIGEM; QUALQUER
      *    DIVERGENCIA ENCERRA COM RETURN-CODE 8.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-COPIA-CLIENTES THRU 2000-COPIA-CLIENTES-EXIT.

           PERFORM 3000-COPIA-CONTAS THRU 3000-COPIA-CONTAS-EXIT.

           PERFORM 4000-COPIA-HISTORICO
               THRU 4000-COPIA-HISTORICO-EXIT.

           PERFORM 5000-COPIA-CONTATOS THRU 5000-COPIA-CONTATOS-EXIT.

           PERFORM 6000-COPIA-SALDOS THRU 6000-COPIA-SALDOS-EXIT.

           PERFORM 6500-COPIA-PENDENTES
               THRU 6500-COPIA-PENDENTES-EXIT.

           PERFORM 8000-RELATORIO-CONTROLE
               THRU 8000-RELATORIO-CONTROLE-EXIT.

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
           OPEN INPUT  CONTA-XREF.

           OPEN OUTPUT MAPA-CPF.
           CLOSE MAPA-CPF.
           OPEN I-O    MAPA-CPF.

           OPEN OUTPUT MASCARA-RELATORIO.
           MOVE WRK-DATA-ATUAL TO WRK-T-DATA.
           WRITE MASCARA-RELAT-LINHA FROM WRK-LINHA-TITULO.
           WRITE MASCARA-RELAT-LINHA FROM WRK-LINHA-CABECALHO.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-COPIA-CLIENTES.
      *-----------------------------------------------------------------
      *    O MESTRE DE CLIENTES E O PRIMEIRO: E NELE QUE CADA CPF
      *    RECEBE O SEU CPF GERADO. A COPIA E REABERTA PARA LEITURA
      *    NO FIM, PARA A CONFERENCIA DOS VINCULOS DOS DEMAIS.
      *-----------------------------------------------------------------
           OPEN OUTPUT TESTE-CLIENTE.
           MOVE "N" TO WRK-FIM-ARQUIVO.

           READ CLIENTE-MASTER NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

           PERFORM 2100-MASCARA-CLIENTE
               THRU 2100-MASCARA-CLIENTE-EXIT
               UNTIL FIM-ARQUIVO.

           CLOSE TESTE-CLIENTE.
           OPEN INPUT TESTE-CLIENTE.
       2000-COPIA-CLIENTES-EXIT.
           EXIT.

       2100-MASCARA-CLIENTE.
           ADD 1 TO WRK-LIDOS-CLIENTE.
           ADD 1 TO WRK-SEQ-CLIENTE.

           MOVE CPF TO WRK-CPF-ORIGEM.
           PERFORM 7000-OBTEM-CPF-TESTE THRU 7000-OBTEM-CPF-TESTE-EXIT.
           MOVE WRK-CPF-TESTE TO CPF.

           PERFORM 2200-MONTA-NOME THRU 2200-MONTA-NOME-EXIT.

           MOVE WRK-SEQ-CLIENTE TO WRK-RG-SEQ.
           MOVE WRK-RG-TESTE    TO RG.

           DIVIDE WRK-SEQ-CLIENTE BY 10 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           COMPUTE WRK-IDX-LOGRADOURO EQUAL WRK-RESTO + 1.
           MOVE WRK-LOGRADOURO(WRK-IDX-LOGRADOURO) TO END-LOGRADOURO.
           DIVIDE WRK-SEQ-CLIENTE BY 2000 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           COMPUTE WRK-NUMERO-TESTE EQUAL WRK-RESTO + 1.
           MOVE WRK-NUMERO-TESTE TO END-NUMERO.

      *    SO O ANO DE NASCIMENTO E GUARDADO (FAIXA ETARIA)
           IF DATA-NASC-COMPACTA NOT = ZEROS
               MOVE 1 TO DTN-DIA
               MOVE 7 TO DTN-MES
           END-IF.

           WRITE QCL-REC FROM CLIENTE-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CLIENTE DE TESTE: " CPF
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAV-CLIENTE
           END-WRITE.

           READ CLIENTE-MASTER NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2100-MASCARA-CLIENTE-EXIT.
           EXIT.

       2200-MONTA-NOME.
           DIVIDE WRK-SEQ-CLIENTE BY 10 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           EVALUATE TRUE
               WHEN SEXO-MASCULINO
                   COMPUTE WRK-IDX-PRENOME EQUAL WRK-RESTO + 1
               WHEN SEXO-FEMININO
                   COMPUTE WRK-IDX-PRENOME EQUAL WRK-RESTO + 11
               WHEN OTHER
                   DIVIDE WRK-SEQ-CLIENTE BY 20 GIVING WRK-QUOCIENTE
                       REMAINDER WRK-RESTO
                   COMPUTE WRK-IDX-PRENOME EQUAL WRK-RESTO + 1
           END-EVALUATE.

           DIVIDE WRK-SEQ-CLIENTE BY 10 GIVING WRK-QUOCIENTE.
           DIVIDE WRK-QUOCIENTE BY 10 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           COMPUTE WRK-IDX-SOBRENOME1 EQUAL WRK-RESTO + 1.
           DIVIDE WRK-QUOCIENTE BY 10 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           COMPUTE WRK-IDX-SOBRENOME2 EQUAL WRK-RESTO + 1.

           MOVE SPACES TO NOME.
           STRING WRK-PRENOME(WRK-IDX-PRENOME)
                                          DELIMITED BY SPACE
                  " "                     DELIMITED BY SIZE
                  WRK-SOBRENOME(WRK-IDX-SOBRENOME1)
                                          DELIMITED BY SPACE
                  " "                     DELIMITED BY SIZE
                  WRK-SOBRENOME(WRK-IDX-SOBRENOME2)
                                          DELIMITED BY SPACE
               INTO NOME
           END-STRING.
       2200-MONTA-NOME-EXIT.
           EXIT.

       3000-COPIA-CONTAS.
           OPEN OUTPUT TESTE-XREF.
           MOVE "N" TO WRK-FIM-ARQUIVO.

           MOVE ZEROS TO XRF-CONTA.
           START CONTA-XREF KEY IS NOT LESS THAN XRF-CONTA
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.

           IF NOT FIM-ARQUIVO
               READ CONTA-XREF NEXT RECORD
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
           END-IF.

           PERFORM 3100-MASCARA-CONTA
               THRU 3100-MASCARA-CONTA-EXIT
               UNTIL FIM-ARQUIVO.

           CLOSE TESTE-XREF.
           OPEN INPUT TESTE-XREF.
       3000-COPIA-CONTAS-EXIT.
           EXIT.

       3100-MASCARA-CONTA.
           ADD 1 TO WRK-LIDOS-XREF.

           MOVE XRF-CPF TO WRK-CPF-ORIGEM.
           PERFORM 7500-VINCULO-CLIENTE THRU 7500-VINCULO-CLIENTE-EXIT.
           ADD WRK-VINC-ORIGEM TO WRK-VORG-XREF-CLI.
           ADD WRK-VINC-COPIA  TO WRK-VCOP-XREF-CLI.
           MOVE WRK-CPF-TESTE TO XRF-CPF.

           WRITE QXR-REC FROM CONTA-XREF-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTA DE TESTE: " XRF-CONTA
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAV-XREF
           END-WRITE.

           READ CONTA-XREF NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       3100-MASCARA-CONTA-EXIT.
           EXIT.

       4000-COPIA-HISTORICO.
      *-----------------------------------------------------------------
      *    OS ARQUIVOS ABAIXO SAO OPCIONAIS: SEM O ARQUIVO DE ORIGEM
      *    A COPIA E CRIADA VAZIA E AS CONTAGENS FICAM ZERADAS.
      *-----------------------------------------------------------------
           OPEN OUTPUT TESTE-HISTORICO.
           MOVE "N" TO WRK-FIM-ARQUIVO.

           OPEN INPUT CONTA-HISTORICO.
           IF WRK-STATUS-HIST NOT = "00"
               DISPLAY "CTAHIST INDISPONIVEL - COPIA VAZIA"
               CLOSE TESTE-HISTORICO
               GO TO 4000-COPIA-HISTORICO-EXIT
           END-IF.

           READ CONTA-HISTORICO NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

           PERFORM 4100-MASCARA-PERIODO
               THRU 4100-MASCARA-PERIODO-EXIT
               UNTIL FIM-ARQUIVO.

           CLOSE CONTA-HISTORICO.
           CLOSE TESTE-HISTORICO.
       4000-COPIA-HISTORICO-EXIT.
           EXIT.

       4100-MASCARA-PERIODO.
           ADD 1 TO WRK-LIDOS-HIST.

           MOVE HST-CPF TO WRK-CPF-ORIGEM.
           PERFORM 7500-VINCULO-CLIENTE THRU 7500-VINCULO-CLIENTE-EXIT.
           ADD WRK-VINC-ORIGEM TO WRK-VORG-HIST-CLI.
           ADD WRK-VINC-COPIA  TO WRK-VCOP-HIST-CLI.
           MOVE WRK-CPF-TESTE TO HST-CPF.

           MOVE HST-AGENCIA TO XRF-AGENCIA.
           MOVE HST-NUMERO  TO XRF-NUMERO.
           PERFORM 7600-VINCULO-CONTA THRU 7600-VINCULO-CONTA-EXIT.
           ADD WRK-VINC-ORIGEM TO WRK-VORG-HIST-XREF.
           ADD WRK-VINC-COPIA  TO WRK-VCOP-HIST-XREF.

           WRITE QHS-REC FROM CONTA-HIST-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR HISTORICO DE TESTE: "
                           HST-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAV-HIST
           END-WRITE.

           READ CONTA-HISTORICO NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       4100-MASCARA-PERIODO-EXIT.
           EXIT.

       5000-COPIA-CONTATOS.
           OPEN OUTPUT TESTE-CONTATO.
           MOVE "N" TO WRK-FIM-ARQUIVO.

           OPEN INPUT CONTATO-MASTER.
           IF WRK-STATUS-CONTATO NOT = "00"
               DISPLAY "CONTMSTR INDISPONIVEL - COPIA VAZIA"
               CLOSE TESTE-CONTATO
               GO TO 5000-COPIA-CONTATOS-EXIT
           END-IF.

           READ CONTATO-MASTER NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

           PERFORM 5100-MASCARA-CONTATO
               THRU 5100-MASCARA-CONTATO-EXIT
               UNTIL FIM-ARQUIVO.

           CLOSE CONTATO-MASTER.
           CLOSE TESTE-CONTATO.
       5000-COPIA-CONTATOS-EXIT.
           EXIT.

       5100-MASCARA-CONTATO.
           ADD 1 TO WRK-LIDOS-CONTATO.
           ADD 1 TO WRK-SEQ-FONE.

           MOVE CTT-CPF TO WRK-CPF-ORIGEM.
           PERFORM 7500-VINCULO-CLIENTE THRU 7500-VINCULO-CLIENTE-EXIT.
           ADD WRK-VINC-ORIGEM TO WRK-VORG-CONT-CLI.
           ADD WRK-VINC-COPIA  TO WRK-VCOP-CONT-CLI.
           MOVE WRK-CPF-TESTE TO CTT-CPF.

           MOVE CTT-VALOR TO WRK-FONE-CELULAR.
           IF WRK-FF-BRANCO = SPACE
               COMPUTE WRK-FF-NUMERO EQUAL 30000000 + WRK-SEQ-FONE
           ELSE
               COMPUTE WRK-FC-NUMERO EQUAL 900000000 + WRK-SEQ-FONE
           END-IF.
           MOVE WRK-FONE-CELULAR TO CTT-VALOR.
           MOVE SPACES           TO CTT-SUBSTITUTO.

           WRITE QCT-REC FROM CONTATO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTATO DE TESTE: "
                           CTT-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAV-CONTATO
           END-WRITE.

           READ CONTATO-MASTER NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       5100-MASCARA-CONTATO-EXIT.
           EXIT.

       6000-COPIA-SALDOS.
      *-----------------------------------------------------------------
      *    SALDOS E PENDENTES NAO TEM DADO PESSOAL: SAO COPIADOS
      *    COMO ESTAO, SO PARA COMPLETAR A BASE E CONFERIR O VINCULO
      *    COM AS CONTAS DA COPIA.
      *-----------------------------------------------------------------
           OPEN OUTPUT TESTE-SALDO.
           MOVE "N" TO WRK-FIM-ARQUIVO.

           OPEN INPUT SALDO-CONTA.
           IF WRK-STATUS-SALDO NOT = "00"
               DISPLAY "SALDOCTA INDISPONIVEL - COPIA VAZIA"
               CLOSE TESTE-SALDO
               GO TO 6000-COPIA-SALDOS-EXIT
           END-IF.

           READ SALDO-CONTA NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

           PERFORM 6100-COPIA-SALDO
               THRU 6100-COPIA-SALDO-EXIT
               UNTIL FIM-ARQUIVO.

           CLOSE SALDO-CONTA.
           CLOSE TESTE-SALDO.
       6000-COPIA-SALDOS-EXIT.
           EXIT.

       6100-COPIA-SALDO.
           ADD 1 TO WRK-LIDOS-SALDO.

           MOVE SCT-AGENCIA TO XRF-AGENCIA.
           MOVE SCT-NUMERO  TO XRF-NUMERO.
           PERFORM 7600-VINCULO-CONTA THRU 7600-VINCULO-CONTA-EXIT.
           ADD WRK-VINC-ORIGEM TO WRK-VORG-SALDO-XREF.
           ADD WRK-VINC-COPIA  TO WRK-VCOP-SALDO-XREF.

           WRITE QSC-REC FROM SALDO-CONTA-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR SALDO DE TESTE: " SCT-CONTA
               NOT INVALID KEY
                   ADD 1 TO WRK-GRAV-SALDO
           END-WRITE.

           READ SALDO-CONTA NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       6100-COPIA-SALDO-EXIT.
           EXIT.

       6500-COPIA-PENDENTES.
           OPEN OUTPUT TESTE-PENDENTE.
           MOVE "N" TO WRK-FIM-ARQUIVO.

           OPEN INPUT BOLETO-PENDENTE.
           IF WRK-STATUS-PEND NOT = "00"
               DISPLAY "BOLPEND INDISPONIVEL - COPIA VAZIA"
               CLOSE TESTE-PENDENTE
               GO TO 6500-COPIA-PENDENTES-EXIT
           END-IF.

           READ BOLETO-PENDENTE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

           PERFORM 6600-COPIA-PENDENTE
               THRU 6600-COPIA-PENDENTE-EXIT
               UNTIL FIM-ARQUIVO.

           CLOSE BOLETO-PENDENTE.
           CLOSE TESTE-PENDENTE.
       6500-COPIA-PENDENTES-EXIT.
           EXIT.

       6600-COPIA-PENDENTE.
           ADD 1 TO WRK-LIDOS-PEND.

           MOVE PEND-AGENCIA TO XRF-AGENCIA.
           MOVE PEND-CONTA   TO XRF-NUMERO.
           PERFORM 7600-VINCULO-CONTA THRU 7600-VINCULO-CONTA-EXIT.
           ADD WRK-VINC-ORIGEM TO WRK-VORG-PEND-XREF.
           ADD WRK-VINC-COPIA  TO WRK-VCOP-PEND-XREF.

           WRITE QPD-REC FROM BOLETO-PENDENTE-REC.
           IF WRK-STATUS-QPEND = "00"
               ADD 1 TO WRK-GRAV-PEND
           END-IF.

           READ BOLETO-PENDENTE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       6600-COPIA-PENDENTE-EXIT.
           EXIT.

       7000-OBTEM-CPF-TESTE.
      *-----------------------------------------------------------------
      *    DEVOLVE EM WRK-CPF-TESTE O CPF GERADO PARA WRK-CPF-ORIGEM:
      *    O DO MAPA, SE O CPF JA APARECEU, OU UM NOVO. CPF EM BRANCO
      *    CONTINUA EM BRANCO.
      *-----------------------------------------------------------------
           IF WRK-CPF-ORIGEM = SPACES
               MOVE SPACES TO WRK-CPF-TESTE
               GO TO 7000-OBTEM-CPF-TESTE-EXIT
           END-IF.

           MOVE WRK-CPF-ORIGEM TO MAP-CPF-ORIGEM.
           READ MAPA-CPF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MAP-CPF-TESTE TO WRK-CPF-TESTE
                   GO TO 7000-OBTEM-CPF-TESTE-EXIT
           END-READ.

           ADD 1 TO WRK-SEQ-CPF.
           MOVE ZEROS TO WRK-CPF-NUMERICO.
           COMPUTE WRK-CPF-BASE EQUAL 900000000 + WRK-SEQ-CPF.
           PERFORM 7100-CALCULA-DV THRU 7100-CALCULA-DV-EXIT.

           MOVE WRK-CPF-ORIGEM TO MAP-CPF-ORIGEM.
           MOVE WRK-CPF-TESTE  TO MAP-CPF-TESTE.
           WRITE MAPA-CPF-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR MAPA DE CPF"
           END-WRITE.
       7000-OBTEM-CPF-TESTE-EXIT.
           EXIT.

       7100-CALCULA-DV.
      *-----------------------------------------------------------------
      *    MESMO ALGORITMO DE DIGITO VERIFICADOR DA VALIDACAO DO
      *    CPF NA MANUTENCAO DE CLIENTES (MODULO 11, PESOS
      *    DECRESCENTES, RESTO MENOR QUE 2 DA DIGITO ZERO).
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-CPF-SOMA.
           MOVE 10    TO WRK-CPF-PESO.
           PERFORM 7110-SOMA-DIGITO THRU 7110-SOMA-DIGITO-EXIT
               VARYING WRK-CPF-I FROM 1 BY 1 UNTIL WRK-CPF-I > 9.
           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-QUOC
               REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO < 2
               MOVE 0 TO WRK-CPF-DV1
           ELSE
               COMPUTE WRK-CPF-DV1 EQUAL 11 - WRK-CPF-RESTO
           END-IF.

           MOVE ZEROS TO WRK-CPF-SOMA.
           MOVE 11    TO WRK-CPF-PESO.
           PERFORM 7110-SOMA-DIGITO THRU 7110-SOMA-DIGITO-EXIT
               VARYING WRK-CPF-I FROM 1 BY 1 UNTIL WRK-CPF-I > 10.
           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-QUOC
               REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO < 2
               MOVE 0 TO WRK-CPF-DV2
           ELSE
               COMPUTE WRK-CPF-DV2 EQUAL 11 - WRK-CPF-RESTO
           END-IF.
       7100-CALCULA-DV-EXIT.
           EXIT.

       7110-SOMA-DIGITO.
           COMPUTE WRK-CPF-SOMA EQUAL WRK-CPF-SOMA
               + (WRK-CPF-DIG(WRK-CPF-I) * WRK-CPF-PESO).
           SUBTRACT 1 FROM WRK-CPF-PESO.
       7110-SOMA-DIGITO-EXIT.
           EXIT.

       7500-VINCULO-CLIENTE.
      *-----------------------------------------------------------------
      *    CONFERE SE O CPF DE WRK-CPF-ORIGEM TEM CLIENTE NO MESTRE
      *    DE PRODUCAO E SE O CPF GERADO PARA ELE TEM CLIENTE NA
      *    COPIA. DEVOLVE 1/0 EM CADA INDICADOR E O CPF GERADO EM
      *    WRK-CPF-TESTE.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-VINC-ORIGEM WRK-VINC-COPIA.

           MOVE WRK-CPF-ORIGEM TO CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WRK-VINC-ORIGEM
           END-READ.

           PERFORM 7000-OBTEM-CPF-TESTE THRU 7000-OBTEM-CPF-TESTE-EXIT.

           MOVE WRK-CPF-TESTE TO QCL-CPF.
           READ TESTE-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WRK-VINC-COPIA
           END-READ.
       7500-VINCULO-CLIENTE-EXIT.
           EXIT.

       7600-VINCULO-CONTA.
      *-----------------------------------------------------------------
      *    CONFERE SE A CONTA EM XRF-CONTA EXISTE NA REFERENCIA
      *    CRUZADA DE PRODUCAO E NA DA COPIA (A CONTA NAO E
      *    MASCARADA, ENTAO A CHAVE E A MESMA NOS DOIS).
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-VINC-ORIGEM WRK-VINC-COPIA.
           MOVE XRF-CONTA TO QXR-CONTA.

           READ CONTA-XREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WRK-VINC-ORIGEM
           END-READ.

           READ TESTE-XREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WRK-VINC-COPIA
           END-READ.
       7600-VINCULO-CONTA-EXIT.
           EXIT.

       8000-RELATORIO-CONTROLE.
           MOVE "CLIMASTR  REGISTROS"         TO WRK-C-TEXTO.
           MOVE WRK-LIDOS-CLIENTE             TO WRK-C-ESPERADO.
           MOVE WRK-GRAV-CLIENTE              TO WRK-C-APURADO.
           PERFORM 8100-IMPRIME-CONFERE THRU 8100-IMPRIME-CONFERE-EXIT.

           MOVE "CTAXREF   REGISTROS"         TO WRK-C-TEXTO.
           MOVE WRK-LIDOS-XREF                TO WRK-C-ESPERADO.
           MOVE WRK-GRAV-XREF                 TO WRK-C-APURADO.
           PERFORM 8100-IMPRIME-CONFERE THRU 8100-IMPRIME-CONFERE-EXIT.

           MOVE "CTAHIST   REGISTROS"         TO WRK-C-TEXTO.
           MOVE WRK-LIDOS-HIST                TO WRK-C-ESPERADO.
           MOVE WRK-GRAV-HIST                 TO WRK-C-APURADO.
           PERFORM 8100-IMPRIME-CONFERE THRU 8100-IMPRIME-CONFERE-EXIT.

           MOVE "CONTMSTR  REGISTROS"         TO WRK-C-TEXTO.
           MOVE WRK-LIDOS-CONTATO             TO WRK-C-ESPERADO.
           MOVE WRK-GRAV-CONTATO              TO WRK-C-APURADO.
           PERFORM 8100-IMPRIME-CONFERE THRU 8100-IMPRIME-CONFERE-EXIT.

           MOVE "SALDOCTA  REGISTROS"         TO WRK-C-TEXTO.
           MOVE WRK-LIDOS-SALDO               TO WRK-C-ESPERADO.
           MOVE WRK-GRAV-SALDO                TO WRK-C-APURADO.
           PERFORM 8100-IMPRIME-CONFERE THRU 8100-IMPRIME-CONFERE-EXIT.

           MOVE "BOLPEND   REGISTROS"         TO WRK-C-TEXTO.
           MOVE WRK-LIDOS-PEND                TO WRK-C-ESPERADO.
           MOVE WRK-GRAV-PEND                 TO WRK-C-APURADO.
           PERFORM 8100-IMPRIME-CONFERE THRU 8100-IMPRIME-CONFERE-EXIT.

           MOVE "CONTAS COM CLIENTE (CTAXREF)" TO WRK-C-TEXTO.
           MOVE WRK-VORG-XREF-CLI             TO WRK-C-ESPERADO.
           MOVE WRK-VCOP-XREF-CLI             TO WRK-C-APURADO.
           PERFORM 8100-IMPRIME-CONFERE THRU 8100-IMPRIME-CONFERE-EXIT.

           MOVE "PERIODOS COM CLIENTE (CTAHIST)" TO WRK-C-TEXTO.
           MOVE WRK-VORG-HIST-CLI             TO WRK-C-ESPERADO.
           MOVE WRK-VCOP-HIST-CLI             TO WRK-C-APURADO.
           PERFORM 8100-IMPRIME-CONFERE THRU 8100-IMPRIME-CONFERE-EXIT.

           MOVE "PERIODOS COM CONTA (CTAHIST)" TO WRK-C-TEXTO.
           MOVE WRK-VORG-HIST-XREF            TO WRK-C-ESPERADO.
           MOVE WRK-VCOP-HIST-XREF            TO WRK-C-APURADO.
           PERFORM 8100-IMPRIME-CONFERE THRU 8100-IMPRIME-CONFERE-EXIT.

           MOVE "CONTATOS COM CLIENTE (CONTMSTR)" TO WRK-C-TEXTO.
           MOVE WRK-VORG-CONT-CLI             TO WRK-C-ESPERADO.
           MOVE WRK-VCOP-CONT-CLI             TO WRK-C-APURADO.
           PERFORM 8100-IMPRIME-CONFERE THRU 8100-IMPRIME-CONFERE-EXIT.

           MOVE "SALDOS COM CONTA (SALDOCTA)" TO WRK-C-TEXTO.
           MOVE WRK-VORG-SALDO-XREF           TO WRK-C-ESPERADO.
           MOVE WRK-VCOP-SALDO-XREF           TO WRK-C-APURADO.
           PERFORM 8100-IMPRIME-CONFERE THRU 8100-IMPRIME-CONFERE-EXIT.

           MOVE "TITULOS COM CONTA (BOLPEND)" TO WRK-C-TEXTO.
           MOVE WRK-VORG-PEND-XREF            TO WRK-C-ESPERADO.
           MOVE WRK-VCOP-PEND-XREF            TO WRK-C-APURADO.
           PERFORM 8100-IMPRIME-CONFERE THRU 8100-IMPRIME-CONFERE-EXIT.

           MOVE WRK-SEQ-CPF TO WRK-M-QTDE.
           WRITE MASCARA-RELAT-LINHA FROM WRK-LINHA-CPFS.

           IF WRK-CONT-DIVERGENCIAS = 0
               WRITE MASCARA-RELAT-LINHA FROM WRK-LINHA-OK
           ELSE
               WRITE MASCARA-RELAT-LINHA FROM WRK-LINHA-NAO-OK
           END-IF.
       8000-RELATORIO-CONTROLE-EXIT.
           EXIT.

       8100-IMPRIME-CONFERE.
           IF WRK-C-ESPERADO = WRK-C-APURADO
               MOVE "OK"        TO WRK-C-SITUACAO
           ELSE
               MOVE "DIVERGENTE" TO WRK-C-SITUACAO
               ADD 1 TO WRK-CONT-DIVERGENCIAS
           END-IF.
           WRITE MASCARA-RELAT-LINHA FROM WRK-LINHA-CONFERE.
       8100-IMPRIME-CONFERE-EXIT.
           EXIT.

       9000-FINALIZA.
      *-----------------------------------------------------------------
      *    O MAPA CPF REAL -> CPF GERADO E ESVAZIADO ANTES DE
      *    TERMINAR: A BASE DE TESTE NAO PODE SER LIGADA DE VOLTA
      *    AS PESSOAS REAIS.
      *-----------------------------------------------------------------
           CLOSE MAPA-CPF.
           OPEN OUTPUT MAPA-CPF.
           CLOSE MAPA-CPF.

           CLOSE CLIENTE-MASTER.
           CLOSE CONTA-XREF.
           CLOSE TESTE-CLIENTE.
           CLOSE TESTE-XREF.
           CLOSE MASCARA-RELATORIO.

           DISPLAY "CLIENTES MASCARADOS .: " WRK-GRAV-CLIENTE.
           DISPLAY "CONTAS COPIADAS .....: " WRK-GRAV-XREF.
           DISPLAY "PERIODOS COPIADOS ...: " WRK-GRAV-HIST.
           DISPLAY "CONTATOS MASCARADOS .: " WRK-GRAV-CONTATO.
           DISPLAY "SALDOS COPIADOS .....: " WRK-GRAV-SALDO.
           DISPLAY "PENDENTES COPIADOS ..: " WRK-GRAV-PEND.
           DISPLAY "DIVERGENCIAS ........: " WRK-CONT-DIVERGENCIAS.

           MOVE WRK-DATA-ATUAL TO WRK-AUD-CHAVE.
           IF WRK-CONT-DIVERGENCIAS > 0
               MOVE "BASE DE TESTE DIVERGENTE" TO WRK-AUD-RESULTADO
           ELSE
               MOVE "BASE DE TESTE CONFERIDA" TO WRK-AUD-RESULTADO
           END-IF.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-DIVERGENCIAS > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY "BASE DE TESTE NAO CONFERE - RC=8"
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
