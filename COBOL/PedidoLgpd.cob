      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "PedidoLgpd".
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
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HST-CHAVE
                                   FILE STATUS IS WRK-STATUS-HIST.

           SELECT CONTA-PARTICIPANTE ASSIGN TO "CTAPART"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PTC-CHAVE
                                   ALTERNATE RECORD KEY IS PTC-CPF
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-PART.

           SELECT CONTATO-MASTER  ASSIGN TO "CONTMSTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CTT-CHAVE
                                   FILE STATUS IS WRK-STATUS-CONTATO.

           SELECT HIST-COBRANCA   ASSIGN TO "COBRHIST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HCB-CHAVE
                                   ALTERNATE RECORD KEY IS HCB-CPF
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-COBRANCA.

           SELECT CLIENTE-STATUS  ASSIGN TO "CLISTAT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS STS-CPF
                                   FILE STATUS IS WRK-STATUS-CLISTAT.

           SELECT CLIENTE-RESPONSAVEL ASSIGN TO "CLIRESP"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS RSP-CHAVE
                                   ALTERNATE RECORD KEY IS
                                       RSP-CPF-RESPONSAVEL
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-CLIRESP.

           SELECT SITUACAO-RECEITA ASSIGN TO "SITRFB"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS SRF-CPF
                                   FILE STATUS IS WRK-STATUS-SITUACAO.

           SELECT SANCAO-DISPOSICAO ASSIGN TO "SANDISP"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS DSP-CHAVE
                                   FILE STATUS IS WRK-STATUS-DISPOSICAO.

           SELECT BOLETO-PENDENTE ASSIGN TO "BOLPEND"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-PEND.

           SELECT CLIENTE-JORNAL  ASSIGN TO "CLIJRNL"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-JORNAL.

           SELECT CLIENTE-REJEITOS ASSIGN TO "CLIREJ"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-REJ.

           SELECT TELEFONE-REJEITOS ASSIGN TO "TELREJ"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-TELREJ.

           SELECT SANCAO-ALERTA   ASSIGN TO "SANALERT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-ALERTA.

           SELECT FRAUDE-ALERTA   ASSIGN TO "FRDALERT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-FRAUDE.

           SELECT AUDIT-TRILHA    ASSIGN TO "AUDTRAIL"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-AUDIT.

           SELECT JORNAL-NOVO     ASSIGN TO "JRNNOVO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-NOVO.

           SELECT REJEITO-NOVO    ASSIGN TO "REJNOVO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-NOVO.

           SELECT TELREJ-NOVO     ASSIGN TO "TELNOVO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-NOVO.

           SELECT AUDIT-NOVO      ASSIGN TO "AUDNOVO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-NOVO.

           SELECT ALERTA-NOVO     ASSIGN TO "SANNOVO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-NOVO.

           SELECT FRAUDE-NOVO     ASSIGN TO "FRDNOVO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-NOVO.

           SELECT LGPD-PEDIDOS    ASSIGN TO "LGPDREQ"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-PEDIDO.

           SELECT LGPD-RESPOSTAS  ASSIGN TO "LGPDRESP"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RESP.

           SELECT LGPD-REGISTRO   ASSIGN TO "LGPDLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-LOG.

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

       FD  CONTA-PARTICIPANTE
           LABEL RECORDS ARE STANDARD.
           COPY PTCCOPY.

       FD  CONTATO-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CTTCOPY.

       FD  HIST-COBRANCA
           LABEL RECORDS ARE STANDARD.
           COPY HCBCOPY.

       FD  CLIENTE-STATUS
           LABEL RECORDS ARE STANDARD.
           COPY STSCOPY.

       FD  CLIENTE-RESPONSAVEL
           LABEL RECORDS ARE STANDARD.
           COPY RSPCOPY.

       FD  SITUACAO-RECEITA
           LABEL RECORDS ARE STANDARD.
           COPY SRFCOPY.

       FD  SANCAO-DISPOSICAO
           LABEL RECORDS ARE STANDARD.
           COPY DSPCOPY.

       FD  BOLETO-PENDENTE
           LABEL RECORDS ARE STANDARD.
           COPY BPDCOPY.

       FD  CLIENTE-JORNAL
           LABEL RECORDS ARE STANDARD.
           COPY JRNCOPY.

       FD  CLIENTE-REJEITOS
           LABEL RECORDS ARE STANDARD.
           COPY REJCOPY.

       FD  TELEFONE-REJEITOS
           LABEL RECORDS ARE STANDARD.
           COPY TREJCOPY.

       FD  SANCAO-ALERTA
           LABEL RECORDS ARE STANDARD.
           COPY ALRCOPY.

       FD  FRAUDE-ALERTA
           LABEL RECORDS ARE STANDARD.
           COPY FRDCOPY.

       FD  AUDIT-TRILHA
           LABEL RECORDS ARE STANDARD.
           COPY AUDCOPY.

       FD  JORNAL-NOVO
           LABEL RECORDS ARE STANDARD.
       01  JRN-NOVO-REC              PIC X(330).

       FD  REJEITO-NOVO
           LABEL RECORDS ARE STANDARD.
       01  REJ-NOVO-REC              PIC X(225).

       FD  TELREJ-NOVO
           LABEL RECORDS ARE STANDARD.
       01  TELREJ-NOVO-REC           PIC X(103).

       FD  AUDIT-NOVO
           LABEL RECORDS ARE STANDARD.
       01  AUD-NOVO-REC              PIC X(97).

       FD  ALERTA-NOVO
           LABEL RECORDS ARE STANDARD.
       01  ALR-NOVO-REC              PIC X(160).

       FD  FRAUDE-NOVO
           LABEL RECORDS ARE STANDARD.
       01  FRD-NOVO-REC              PIC X(150).

      *-----------------------------------------------------------------
      *    PEDIDO DO TITULAR DOS DADOS, REGISTRADO PELO ATENDIMENTO
      *    COM O NUMERO DE PROTOCOLO: "A" PEDE O RELATORIO DE ACESSO
      *    A TODOS OS DADOS DO CPF, "E" PEDE A ELIMINACAO.
      *-----------------------------------------------------------------
       FD  LGPD-PEDIDOS
           LABEL RECORDS ARE STANDARD.
       01  LGPD-PEDIDO-REC.
           02 LGP-PROTOCOLO         PIC X(10).
           02 LGP-FUNCAO            PIC X(01).
               88 LGP-ACESSO            VALUE "A".
               88 LGP-ELIMINACAO        VALUE "E".
           02 LGP-CPF               PIC X(12).
           02 LGP-OPERADOR          PIC X(08).

       FD  LGPD-RESPOSTAS
           LABEL RECORDS ARE STANDARD.
       01  LGPD-RESP-LINHA           PIC X(160).

      *-----------------------------------------------------------------
      *    REGISTRO PERMANENTE DOS PEDIDOS PARA O ENCARREGADO DE
      *    DADOS (DPO): CADA PEDIDO GERA UMA LINHA COM O DESFECHO E,
      *    NA ELIMINACAO, O CODIGO ANONIMO QUE SUBSTITUIU O CPF.
      *-----------------------------------------------------------------
       FD  LGPD-REGISTRO
           LABEL RECORDS ARE STANDARD.
       01  LGPD-LOG-REC.
           02 LGL-DATA              PIC 9(08).
           02 LGL-HORA              PIC 9(08).
           02 LGL-PROTOCOLO         PIC X(10).
           02 LGL-FUNCAO            PIC X(01).
           02 LGL-CPF               PIC X(12).
           02 LGL-CPF-ANONIMO       PIC X(12).
           02 LGL-OPERADOR          PIC X(08).
           02 LGL-CODIGO            PIC X(04).
           02 LGL-RESULTADO         PIC X(40).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-MASTER              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-XREF                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-HIST                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PART                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CONTATO             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-COBRANCA            PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CLISTAT             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CLIRESP             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-SITUACAO            PIC X(02) VALUE SPACES.

       77  WRK-STATUS-DISPOSICAO          PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PEND                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-JORNAL              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-REJ                 PIC X(02) VALUE SPACES.

       77  WRK-STATUS-TELREJ              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-ALERTA              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-FRAUDE              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-AUDIT               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-NOVO                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PEDIDO              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RESP                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-LOG                 PIC X(02) VALUE SPACES.

       77  WRK-FIM-PEDIDOS                PIC X(01) VALUE "N".
           88  FIM-PEDIDOS                    VALUE "S".

       77  WRK-FIM-XREF                   PIC X(01) VALUE "N".
           88  FIM-XREF                       VALUE "S".

       77  WRK-FIM-HIST                   PIC X(01) VALUE "N".
           88  FIM-HIST                       VALUE "S".

       77  WRK-FIM-PART                   PIC X(01) VALUE "N".
           88  FIM-PART                       VALUE "S".

       77  WRK-FIM-CONTATO                PIC X(01) VALUE "N".
           88  FIM-CONTATO                    VALUE "S".

       77  WRK-FIM-COBRANCA               PIC X(01) VALUE "N".
           88  FIM-COBRANCA                   VALUE "S".

       77  WRK-FIM-RESPONSAVEL            PIC X(01) VALUE "N".
           88  FIM-RESPONSAVEL                VALUE "S".

       77  WRK-FIM-DISPOSICAO             PIC X(01) VALUE "N".
           88  FIM-DISPOSICAO                 VALUE "S".

       77  WRK-FIM-PEND                   PIC X(01) VALUE "N".
           88  FIM-PEND                       VALUE "S".

       77  WRK-FIM-SEQ                    PIC X(01) VALUE "N".
           88  FIM-SEQ                        VALUE "S".

       77  WRK-FIM-NOVO                   PIC X(01) VALUE "N".
           88  FIM-NOVO                       VALUE "S".

       77  WRK-HIST-SW                    PIC X(01) VALUE "N".
           88  HISTORICO-DISPONIVEL           VALUE "S".

       77  WRK-PART-SW                    PIC X(01) VALUE "N".
           88  PARTICIPANTES-DISPONIVEL       VALUE "S".

       77  WRK-COBRANCA-SW                PIC X(01) VALUE "N".
           88  COBRANCA-DISPONIVEL            VALUE "S".

       77  WRK-CLISTAT-SW                 PIC X(01) VALUE "N".
           88  SITUACAO-DISPONIVEL            VALUE "S".

       77  WRK-RESPONSAVEL-SW             PIC X(01) VALUE "N".
           88  RESPONSAVEIS-DISPONIVEL        VALUE "S".

       77  WRK-RECEITA-SW                 PIC X(01) VALUE "N".
           88  RECEITA-DISPONIVEL             VALUE "S".

       77  WRK-DISPOSICAO-SW              PIC X(01) VALUE "N".
           88  DISPOSICOES-DISPONIVEL         VALUE "S".

       77  WRK-PEDIDO-SW                  PIC X(01) VALUE "S".
           88  PEDIDO-ATENDIDO                VALUE "S".
           88  PEDIDO-RECUSADO                VALUE "N".

       77  WRK-ANONIMO-SW                 PIC X(01) VALUE "N".
           88  ANONIMO-GRAVADO                VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

       77  WRK-CONT-PEDIDOS               PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-ACESSOS               PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-ELIMINADOS            PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-RECUSADOS             PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-JRN-MASCARADOS        PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-REJ-MASCARADOS        PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-TEL-MASCARADOS        PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-AUD-MASCARADOS        PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-ALR-MASCARADOS        PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-FRD-MASCARADOS        PIC 9(07) VALUE ZEROS.

       77  WRK-QTDE-ITENS                 PIC 9(05) VALUE ZEROS.

       77  WRK-QTDE-CONTATOS              PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    DESFECHO DO PEDIDO CORRENTE: CODIGO (BRANCO QUANDO
      *    ATENDIDO) E TEXTO, LEVADOS AO RELATORIO E AO REGISTRO DO
      *    DPO.
      *-----------------------------------------------------------------
       77  WRK-RES-CODIGO                 PIC X(04) VALUE SPACES.

       77  WRK-RES-TEXTO                  PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CODIGO ANONIMO QUE SUBSTITUI O CPF ELIMINADO EM TODOS OS
      *    ARQUIVOS: "L" + DATA DE PROCESSAMENTO + SEQUENCIAL DO DIA.
      *    MANTEM A AMARRACAO ENTRE OS REGISTROS GUARDADOS POR
      *    OBRIGACAO LEGAL (CONTAS ENCERRADAS, HISTORICOS, JORNAL)
      *    SEM IDENTIFICAR A PESSOA. O SEQUENCIAL AVANCA ATE ACHAR
      *    UM CODIGO LIVRE NO MESTRE, ENTAO REEXECUTAR A MESMA DATA
      *    NAO REPETE CODIGO.
      *-----------------------------------------------------------------
       01  WRK-CPF-ANONIMO                PIC X(12) VALUE SPACES.

       01  WRK-CPF-ANONIMO-GRP REDEFINES WRK-CPF-ANONIMO.
           02 WRK-ANON-PREFIXO      PIC X(01).
           02 WRK-ANON-DATA         PIC 9(08).
           02 WRK-ANON-SEQ          PIC 9(03).

       77  WRK-SEQ-ANONIMO                PIC 9(03) VALUE ZEROS.

       01  WRK-NOME-ANONIMO.
           02 FILLER                PIC X(17) VALUE
              "ANONIMIZADO LGPD ".
           02 WRK-NA-CPF            PIC X(12).
           02 FILLER                PIC X(11) VALUE SPACES.

       01  WRK-TELEFONE-MASCARA.
           02 FILLER                PIC X(09) VALUE ALL "*".
           02 WRK-TM-ORDEM          PIC 9(02).

      *-----------------------------------------------------------------
      *    IMAGEM DO CLIENTE (MESMO LAYOUT DO CLICOPY) USADA PARA
      *    MASCARAR O MESTRE E AS IMAGENS DO JORNAL: FICAM SO O
      *    SEXO, A UF E A DATA DE MANUTENCAO, QUE NAO IDENTIFICAM
      *    A PESSOA E ALIMENTAM OS RELATORIOS ESTATISTICOS.
      *-----------------------------------------------------------------
       01  WRK-IMG-CLIENTE.
           02 WRK-IMG-NOME          PIC X(40).
           02 WRK-IMG-RG            PIC X(10).
           02 WRK-IMG-CPF           PIC X(12).
           02 WRK-IMG-LOGRADOURO    PIC X(30).
           02 WRK-IMG-NUMERO        PIC X(06).
           02 WRK-IMG-CIDADE        PIC X(20).
           02 WRK-IMG-UF            PIC X(02).
           02 WRK-IMG-CEP           PIC 9(08).
           02 WRK-IMG-SEXO          PIC X(01).
           02 WRK-IMG-NASC          PIC 9(08).
           02 WRK-IMG-ULT-MANUT     PIC 9(08).

       77  WRK-IMAGEM-ORIGINAL            PIC X(145) VALUE SPACES.

      *-----------------------------------------------------------------
      *    IMAGEM DA TRANSACAO DE CLIENTE GUARDADA NO REJEITO
      *    (LAYOUT DO CLITRANS) E DA TRANSACAO DE TELEFONE GUARDADA
      *    NO REJEITO DE TELEFONES (LAYOUT DO TELTRANS).
      *-----------------------------------------------------------------
       01  WRK-IMG-TRANS.
           02 WRK-IMT-FUNCAO        PIC X(01).
           02 WRK-IMT-NOME          PIC X(40).
           02 WRK-IMT-RG            PIC X(10).
           02 WRK-IMT-CPF           PIC X(12).
           02 WRK-IMT-LOGRADOURO    PIC X(30).
           02 WRK-IMT-NUMERO        PIC X(06).
           02 WRK-IMT-CIDADE        PIC X(20).
           02 WRK-IMT-UF            PIC X(02).
           02 WRK-IMT-CEP           PIC X(08).
           02 WRK-IMT-NASC          PIC X(08).
           02 WRK-IMT-SEXO          PIC X(01).
           02 WRK-IMT-ORIGEM        PIC X(03).
           02 WRK-IMT-OPERADOR      PIC X(08).

       01  WRK-IMG-TELEFONE.
           02 WRK-IMF-CPF           PIC X(12).
           02 WRK-IMF-TIPO          PIC X(01).
           02 WRK-IMF-VALOR         PIC X(11).
           02 WRK-IMF-ORIGEM        PIC X(03).
           02 WRK-IMF-OPERADOR      PIC X(08).
           02 WRK-IMF-FUNCAO        PIC X(01).
           02 WRK-IMF-MOTIVO        PIC X(03).
           02 WRK-IMF-VALOR-NOVO    PIC X(11).

      *-----------------------------------------------------------------
      *    CHAVE DA TRILHA DE AUDITORIA: OS PROGRAMAS DE MANUTENCAO
      *    GRAVAM O CPF ALINHADO A ESQUERDA, COM O RESTO EM BRANCO.
      *-----------------------------------------------------------------
       01  WRK-CHAVE-AUDITORIA.
           02 WRK-CA-CPF            PIC X(12).
           02 WRK-CA-RESTO          PIC X(08).

      *-----------------------------------------------------------------
      *    REGISTROS SALVOS ANTES DA EXCLUSAO, PARA SEREM REGRAVADOS
      *    SOB O CODIGO ANONIMO (A CHAVE DESSES ARQUIVOS CONTEM O
      *    CPF).
      *-----------------------------------------------------------------
       77  WRK-PTC-SALVO                  PIC X(43) VALUE SPACES.

       77  WRK-CTT-SALVO                  PIC X(80) VALUE SPACES.

       77  WRK-STS-SALVO                  PIC X(40) VALUE SPACES.

       77  WRK-RSP-SALVO                  PIC X(60) VALUE SPACES.

       77  WRK-SRF-SALVO                  PIC X(50) VALUE SPACES.

       77  WRK-DSP-SALVO                  PIC X(69) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CPFS ELIMINADOS NA RODADA E SEUS CODIGOS ANONIMOS: OS
      *    ARQUIVOS SEQUENCIAIS (JORNAL, REJEITOS E TRILHA DE
      *    AUDITORIA) SAO MASCARADOS DE UMA VEZ NO FIM, EM UMA
      *    UNICA PASSADA POR ARQUIVO PARA TODOS OS CPFS DA TABELA.
      *-----------------------------------------------------------------
       01  WRK-TABELA-ELIMINADOS.
           02 WRK-ELIM-ITEM OCCURS 100 TIMES.
               03 WRK-ELIM-CPF          PIC X(12).
               03 WRK-ELIM-ANONIMO      PIC X(12).

       77  WRK-ELIM-USADOS                PIC 9(03) COMP VALUE ZEROS.

       77  WRK-IDX-ELIM                   PIC 9(03) COMP VALUE ZEROS.

       77  WRK-IDX-ACHADO                 PIC 9(03) COMP VALUE ZEROS.

       77  WRK-CPF-PROCURADO              PIC X(12) VALUE SPACES.

       01  WRK-LINHA-TITULO.
           02 FILLER                PIC X(17) VALUE
              "===== LGPD PROT. ".
           02 WRK-T-PROTOCOLO       PIC X(10).
           02 FILLER                PIC X(05) VALUE " CPF ".
           02 WRK-T-CPF             PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-T-FUNCAO          PIC X(10).
           02 FILLER                PIC X(06) VALUE " =====".

       01  WRK-LINHA-CLIENTE.
           02 FILLER                PIC X(06) VALUE "NOME: ".
           02 WRK-C-NOME            PIC X(40).
           02 FILLER                PIC X(05) VALUE " RG: ".
           02 WRK-C-RG              PIC X(10).
           02 FILLER                PIC X(07) VALUE " NASC: ".
           02 WRK-C-NASC            PIC 99/99/9999.
           02 FILLER                PIC X(07) VALUE " SEXO: ".
           02 WRK-C-SEXO            PIC X(01).
           02 FILLER                PIC X(14) VALUE
              " ULT. MANUT.: ".
           02 WRK-C-ULT-MANUT       PIC 9999/99/99.

       01  WRK-LINHA-ENDERECO.
           02 FILLER                PIC X(06) VALUE "END.: ".
           02 WRK-E-LOGRADOURO      PIC X(30).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-E-NUMERO          PIC X(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-E-CIDADE          PIC X(20).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-E-UF              PIC X(02).
           02 FILLER                PIC X(06) VALUE " CEP: ".
           02 WRK-E-CEP             PIC 99999B999.

       01  WRK-LINHA-NAO-CADASTRADO PIC X(40) VALUE
              "CLIENTE NAO CADASTRADO NO MESTRE".

       01  WRK-LINHA-SITUACAO.
           02 FILLER                PIC X(21) VALUE
              "  SITUACAO CADASTRAL ".
           02 WRK-ST-SITUACAO       PIC X(01).
           02 FILLER                PIC X(08) VALUE " MOTIVO ".
           02 WRK-ST-MOTIVO         PIC X(03).
           02 FILLER                PIC X(07) VALUE " DESDE ".
           02 WRK-ST-DATA           PIC 9999/99/99.
           02 FILLER                PIC X(10) VALUE " PROGRAMA ".
           02 WRK-ST-PROGRAMA       PIC X(08).

       01  WRK-LINHA-CONTA.
           02 FILLER                PIC X(17) VALUE
              "  CONTA TITULAR ".
           02 WRK-A-CONTA           PIC X(14).
           02 FILLER                PIC X(10) VALUE " SITUACAO ".
           02 WRK-A-SITUACAO        PIC X(01).
           02 FILLER                PIC X(07) VALUE " DESDE ".
           02 WRK-A-INICIO          PIC 9999/99/99.
           02 FILLER                PIC X(12) VALUE
              " ENCERRADA ".
           02 WRK-A-ENCERRAMENTO    PIC 9999/99/99.

       01  WRK-LINHA-PERIODO.
           02 FILLER                PIC X(21) VALUE
              "  PERIODO TITULAR ".
           02 WRK-H-AGENCIA         PIC 9(04).
           02 WRK-H-NUMERO          PIC 9(10).
           02 FILLER                PIC X(04) VALUE " DE ".
           02 WRK-H-INICIO          PIC 9999/99/99.
           02 FILLER                PIC X(05) VALUE " ATE ".
           02 WRK-H-FIM             PIC 9999/99/99.
           02 WRK-H-FIM-X REDEFINES WRK-H-FIM
                                    PIC X(10).

       01  WRK-LINHA-RESPONSAVEL.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-RL-PAPEL          PIC X(23).
           02 WRK-RL-CPF            PIC X(12).
           02 FILLER                PIC X(07) VALUE " DESDE ".
           02 WRK-RL-INICIO         PIC 9999/99/99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-RL-FIM-TEXTO      PIC X(04).
           02 WRK-RL-FIM            PIC 9999/99/99.
           02 WRK-RL-FIM-X REDEFINES WRK-RL-FIM
                                    PIC X(10).

       01  WRK-LINHA-RECEITA.
           02 FILLER                PIC X(19) VALUE
              "  SITUACAO RECEITA ".
           02 WRK-RF-SITUACAO       PIC X(01).
           02 FILLER                PIC X(07) VALUE " ENVIO ".
           02 WRK-RF-ENVIO          PIC 9999/99/99.
           02 FILLER                PIC X(10) VALUE " CONSULTA ".
           02 WRK-RF-CONSULTA       PIC 9999/99/99.
           02 FILLER                PIC X(07) VALUE " OBITO ".
           02 WRK-RF-OBITO          PIC 9(04).
           02 FILLER                PIC X(10) VALUE " BLOQUEIO ".
           02 WRK-RF-BLOQUEIO       PIC X(01).

       01  WRK-LINHA-DISPOSICAO.
           02 FILLER                PIC X(16) VALUE
              "  TRIAGEM LISTA ".
           02 WRK-DS-FONTE          PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-DS-ID             PIC X(12).
           02 FILLER                PIC X(10) VALUE " SITUACAO ".
           02 WRK-DS-SITUACAO       PIC X(01).
           02 FILLER                PIC X(07) VALUE " SCORE ".
           02 WRK-DS-SCORE          PIC ZZ9.
           02 FILLER                PIC X(08) VALUE " ALERTA ".
           02 WRK-DS-ALERTA         PIC 9999/99/99.
           02 FILLER                PIC X(09) VALUE " DECISAO ".
           02 WRK-DS-DECISAO        PIC 9999/99/99.

       01  WRK-LINHA-PARTICIPACAO.
           02 FILLER                PIC X(09) VALUE "  CONTA ".
           02 WRK-P-CONTA           PIC X(14).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-P-PAPEL           PIC X(11).
           02 FILLER                PIC X(07) VALUE " DESDE ".
           02 WRK-P-INICIO          PIC 9999/99/99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-P-FIM-TEXTO       PIC X(04).
           02 WRK-P-FIM             PIC 9999/99/99.
           02 WRK-P-FIM-X REDEFINES WRK-P-FIM
                                    PIC X(10).

       01  WRK-LINHA-CONTATO.
           02 FILLER                PIC X(12) VALUE "  TELEFONE ".
           02 WRK-F-VALOR           PIC X(11).
           02 FILLER                PIC X(07) VALUE " TIPO ".
           02 WRK-F-TIPO            PIC X(01).
           02 FILLER                PIC X(12) VALUE " INCLUIDO ".
           02 WRK-F-DATA            PIC 9999/99/99.
           02 FILLER                PIC X(10) VALUE " SITUACAO ".
           02 WRK-F-SITUACAO        PIC X(01).
           02 FILLER                PIC X(08) VALUE " MOTIVO ".
           02 WRK-F-MOTIVO          PIC X(03).
           02 FILLER                PIC X(07) VALUE " DESDE ".
           02 WRK-F-DATA-SITUACAO   PIC 9999/99/99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-F-PRINCIPAL       PIC X(09).

       01  WRK-LINHA-COBRANCA.
           02 FILLER                PIC X(19) VALUE
              "  AVISO COBRANCA ".
           02 WRK-B-DATA            PIC 9999/99/99.
           02 FILLER                PIC X(08) VALUE " TITULO ".
           02 WRK-B-TITULO          PIC Z(07)9.
           02 FILLER                PIC X(07) VALUE " CONTA ".
           02 WRK-B-AGENCIA         PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-B-CONTA           PIC 9(10).
           02 FILLER                PIC X(07) VALUE " ETAPA ".
           02 WRK-B-ETAPA           PIC Z9.
           02 FILLER                PIC X(08) VALUE " ATRASO ".
           02 WRK-B-DIAS            PIC ZZZZ9.
           02 FILLER                PIC X(07) VALUE " CANAL ".
           02 WRK-B-CANAL           PIC X(01).

       01  WRK-LINHA-ALERTA-SANCAO.
           02 FILLER                PIC X(15) VALUE
              "  ALERTA LISTA ".
           02 WRK-AS-DATA           PIC 9999/99/99.
           02 FILLER                PIC X(08) VALUE " ORIGEM ".
           02 WRK-AS-ORIGEM         PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-AS-FONTE          PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-AS-ID             PIC X(12).
           02 FILLER                PIC X(07) VALUE " SCORE ".
           02 WRK-AS-SCORE          PIC ZZ9.
           02 FILLER                PIC X(10) VALUE " CRITERIO ".
           02 WRK-AS-CRITERIO       PIC X(01).

       01  WRK-LINHA-ALERTA-FRAUDE.
           02 FILLER                PIC X(16) VALUE
              "  ALERTA FRAUDE ".
           02 WRK-AF-DATA           PIC 9999/99/99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-AF-EVENTO         PIC X(12).
           02 FILLER                PIC X(04) VALUE " EM ".
           02 WRK-AF-DATA-EVENTO    PIC 9999/99/99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-AF-DETALHE        PIC X(40).

       01  WRK-LINHA-REJEITO.
           02 FILLER                PIC X(20) VALUE
              "  REJEITO CADASTRO ".
           02 WRK-R-CODIGO          PIC X(04).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-R-MOTIVO          PIC X(40).
           02 FILLER                PIC X(04) VALUE " EM ".
           02 WRK-R-DATA            PIC 9999/99/99.

       01  WRK-LINHA-REJ-TELEFONE.
           02 FILLER                PIC X(20) VALUE
              "  REJEITO TELEFONE ".
           02 WRK-RT-CODIGO         PIC X(04).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-RT-MOTIVO         PIC X(30).
           02 FILLER                PIC X(04) VALUE " EM ".
           02 WRK-RT-DATA           PIC 9999/99/99.
           02 FILLER                PIC X(08) VALUE " NUMERO ".
           02 WRK-RT-VALOR          PIC X(11).

       01  WRK-LINHA-JORNAL.
           02 FILLER                PIC X(13) VALUE
              "  ALTERACAO ".
           02 WRK-J-DATA            PIC 9999/99/99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-J-HORA            PIC 9(08).
           02 FILLER                PIC X(08) VALUE " FUNCAO ".
           02 WRK-J-FUNCAO          PIC X(01).
           02 FILLER                PIC X(08) VALUE " ORIGEM ".
           02 WRK-J-ORIGEM          PIC X(03).
           02 FILLER                PIC X(10) VALUE " OPERADOR ".
           02 WRK-J-OPERADOR        PIC X(08).

       01  WRK-LINHA-AUDITORIA.
           02 FILLER                PIC X(13) VALUE
              "  AUDITORIA ".
           02 WRK-U-DATA            PIC 9999/99/99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-U-HORA            PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-U-PROGRAMA        PIC X(20).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-U-RESULTADO       PIC X(30).

       01  WRK-LINHA-RESULTADO.
           02 FILLER                PIC X(13) VALUE
              "RESULTADO: ".
           02 WRK-S-CODIGO          PIC X(04).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-S-TEXTO           PIC X(40).
           02 FILLER                PIC X(09) VALUE " ITENS: ".
           02 WRK-S-ITENS           PIC ZZZZ9.
           02 FILLER                PIC X(15) VALUE
              " CPF ANONIMO: ".
           02 WRK-S-ANONIMO         PIC X(12).

       01  WRK-LINHA-SEPARADOR      PIC X(50) VALUE ALL "-".

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "PedidoLgpd".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE
               "MTZLGPD".

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "ACE=".
           02 AUD-R-ACE                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "ELI=".
           02 AUD-R-ELI                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "REC=".
           02 AUD-R-REC                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACES.

       01  WRK-AUD-RESULTADO REDEFINES
               WRK-AUD-RESULTADO-GRP       PIC X(30).

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
      *    ATENDE OS PEDIDOS DE TITULARES DE DADOS PREVISTOS NA LGPD,
      *    REGISTRADOS PELO ATENDIMENTO COM PROTOCOLO:
      *    - ACESSO: RELATORIO COM TUDO O QUE O BANCO GUARDA DO CPF
      *      (MESTRE, SITUACAO CADASTRAL, CONTAS, RESPONSAVEIS
      *      LEGAIS, SITUACAO NA RECEITA, HISTORICO DE TITULARIDADE,
      *      VINCULOS EM CONTA, TRIAGEM DE LISTAS RESTRITIVAS,
      *      CONTATOS, AVISOS DE COBRANCA, ALERTAS DE LISTAS E DE
      *      FRAUDE, REJEITOS, JORNAL DE ALTERACOES E TRILHA DE
      *      AUDITORIA);
      *    - ELIMINACAO: ANONIMIZA A PESSOA EM TODOS OS ARQUIVOS,
      *      TROCANDO O CPF POR UM CODIGO ANONIMO E MASCARANDO OS
      *      DADOS PESSOAIS. OS REGISTROS QUE A LEI MANDA GUARDAR
      *      (CONTAS ENCERRADAS, HISTORICOS, JORNAL, REJEITOS,
      *      CONTATOS, TRIAGENS E ALERTAS) SAO MASCARADOS EM VEZ DE
      *      EXCLUIDOS; VINCULO DE RESPONSAVEL LEGAL EM ABERTO DO
      *      MENOR ELIMINADO E ENCERRADO NA DATA DO LOTE. CLIENTE
      *      COM CONTA ATIVA, VINCULO EM ABERTO EM CONTA ATIVA OU
      *      TITULO EM ABERTO NA CARTEIRA (BOLPEND) E RECUSADO SEM
      *      NENHUMA ALTERACAO.
      *    TODO PEDIDO E SEU DESFECHO VAO PARA O REGISTRO DO DPO.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-ATENDE-PEDIDO
               THRU 2000-ATENDE-PEDIDO-EXIT
               UNTIL FIM-PEDIDOS.

           PERFORM 5000-MASCARA-SEQUENCIAIS
               THRU 5000-MASCARA-SEQUENCIAIS-EXIT.

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

           OPEN I-O    CLIENTE-MASTER.
           OPEN I-O    CONTA-XREF.
           OPEN I-O    CONTATO-MASTER.

           OPEN I-O    CONTA-HISTORICO.
           IF WRK-STATUS-HIST = "00"
               SET HISTORICO-DISPONIVEL TO TRUE
           END-IF.

           OPEN I-O    CONTA-PARTICIPANTE.
           IF WRK-STATUS-PART = "00"
               SET PARTICIPANTES-DISPONIVEL TO TRUE
           END-IF.

           OPEN I-O    HIST-COBRANCA.
           IF WRK-STATUS-COBRANCA = "00"
               SET COBRANCA-DISPONIVEL TO TRUE
           END-IF.

           OPEN I-O    CLIENTE-STATUS.
           IF WRK-STATUS-CLISTAT = "00"
               SET SITUACAO-DISPONIVEL TO TRUE
           END-IF.

           OPEN I-O    CLIENTE-RESPONSAVEL.
           IF WRK-STATUS-CLIRESP = "00"
               SET RESPONSAVEIS-DISPONIVEL TO TRUE
           END-IF.

           OPEN I-O    SITUACAO-RECEITA.
           IF WRK-STATUS-SITUACAO = "00"
               SET RECEITA-DISPONIVEL TO TRUE
           END-IF.

           OPEN I-O    SANCAO-DISPOSICAO.
           IF WRK-STATUS-DISPOSICAO = "00"
               SET DISPOSICOES-DISPONIVEL TO TRUE
           END-IF.

           OPEN INPUT  LGPD-PEDIDOS.
           OPEN OUTPUT LGPD-RESPOSTAS.

           OPEN EXTEND LGPD-REGISTRO.
           IF WRK-STATUS-LOG = "35"
               OPEN OUTPUT LGPD-REGISTRO
           END-IF.

           READ LGPD-PEDIDOS
               AT END SET FIM-PEDIDOS TO TRUE
           END-READ.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-ATENDE-PEDIDO.
           ADD 1 TO WRK-CONT-PEDIDOS.
           SET PEDIDO-ATENDIDO TO TRUE.
           MOVE SPACES TO WRK-RES-CODIGO.
           MOVE SPACES TO WRK-RES-TEXTO.
           MOVE SPACES TO WRK-CPF-ANONIMO.
           MOVE ZEROS  TO WRK-QTDE-ITENS.

           MOVE LGP-PROTOCOLO TO WRK-T-PROTOCOLO.
           MOVE LGP-CPF       TO WRK-T-CPF.
           EVALUATE TRUE
               WHEN LGP-ACESSO
                   MOVE "ACESSO"     TO WRK-T-FUNCAO
               WHEN LGP-ELIMINACAO
                   MOVE "ELIMINACAO" TO WRK-T-FUNCAO
               WHEN OTHER
                   MOVE LGP-FUNCAO   TO WRK-T-FUNCAO
           END-EVALUATE.
           WRITE LGPD-RESP-LINHA FROM WRK-LINHA-TITULO.

           EVALUATE TRUE
               WHEN LGP-ACESSO
                   PERFORM 3000-RELATORIO-ACESSO
                       THRU 3000-RELATORIO-ACESSO-EXIT
               WHEN LGP-ELIMINACAO
                   PERFORM 4000-ELIMINA-TITULAR
                       THRU 4000-ELIMINA-TITULAR-EXIT
               WHEN OTHER
                   MOVE "LGP1"             TO WRK-RES-CODIGO
                   MOVE "FUNCAO INVALIDA"  TO WRK-RES-TEXTO
                   SET PEDIDO-RECUSADO TO TRUE
           END-EVALUATE.

           PERFORM 2900-REGISTRA-PEDIDO
               THRU 2900-REGISTRA-PEDIDO-EXIT.

           READ LGPD-PEDIDOS
               AT END SET FIM-PEDIDOS TO TRUE
           END-READ.
       2000-ATENDE-PEDIDO-EXIT.
           EXIT.

       2900-REGISTRA-PEDIDO.
      *-----------------------------------------------------------------
      *    FECHA O PEDIDO NO RELATORIO E GRAVA A LINHA DO REGISTRO
      *    DO DPO COM O DESFECHO.
      *-----------------------------------------------------------------
           IF PEDIDO-RECUSADO
               ADD 1 TO WRK-CONT-RECUSADOS
               DISPLAY "PEDIDO LGPD RECUSADO: " LGP-PROTOCOLO
                       " " WRK-RES-CODIGO " " WRK-RES-TEXTO
           END-IF.

           MOVE WRK-RES-CODIGO  TO WRK-S-CODIGO.
           MOVE WRK-RES-TEXTO   TO WRK-S-TEXTO.
           MOVE WRK-QTDE-ITENS  TO WRK-S-ITENS.
           MOVE WRK-CPF-ANONIMO TO WRK-S-ANONIMO.
           WRITE LGPD-RESP-LINHA FROM WRK-LINHA-RESULTADO.
           WRITE LGPD-RESP-LINHA FROM WRK-LINHA-SEPARADOR.

           MOVE WRK-DATA-ATUAL  TO LGL-DATA.
           ACCEPT LGL-HORA FROM TIME.
           MOVE LGP-PROTOCOLO   TO LGL-PROTOCOLO.
           MOVE LGP-FUNCAO      TO LGL-FUNCAO.
           MOVE LGP-CPF         TO LGL-CPF.
           MOVE WRK-CPF-ANONIMO TO LGL-CPF-ANONIMO.
           MOVE LGP-OPERADOR    TO LGL-OPERADOR.
           MOVE WRK-RES-CODIGO  TO LGL-CODIGO.
           MOVE WRK-RES-TEXTO   TO LGL-RESULTADO.
           WRITE LGPD-LOG-REC.
       2900-REGISTRA-PEDIDO-EXIT.
           EXIT.

       3000-RELATORIO-ACESSO.
      *-----------------------------------------------------------------
      *    RELATORIO DE ACESSO: PERCORRE CADA ARQUIVO QUE GUARDA DADO
      *    DO CPF E LISTA TUDO O QUE ENCONTRAR. CPF ELIMINADO NESTA
      *    MESMA RODADA E RECUSADO, POIS OS ARQUIVOS SEQUENCIAIS SO
      *    SAO MASCARADOS NO FIM.
      *-----------------------------------------------------------------
           MOVE LGP-CPF TO WRK-CPF-PROCURADO.
           PERFORM 5900-PROCURA-ELIMINADO
               THRU 5900-PROCURA-ELIMINADO-EXIT.
           IF WRK-IDX-ACHADO > 0
               MOVE "LGP8" TO WRK-RES-CODIGO
               MOVE "CPF ELIMINADO NESTA RODADA" TO WRK-RES-TEXTO
               SET PEDIDO-RECUSADO TO TRUE
               GO TO 3000-RELATORIO-ACESSO-EXIT
           END-IF.

           ADD 1 TO WRK-CONT-ACESSOS.

           PERFORM 3100-LISTA-MESTRE THRU 3100-LISTA-MESTRE-EXIT.
           PERFORM 3150-LISTA-SITUACAO THRU 3150-LISTA-SITUACAO-EXIT.
           PERFORM 3200-LISTA-CONTAS THRU 3200-LISTA-CONTAS-EXIT.
           PERFORM 3250-LISTA-RESPONSAVEIS
               THRU 3250-LISTA-RESPONSAVEIS-EXIT.
           PERFORM 3300-LISTA-PERIODOS THRU 3300-LISTA-PERIODOS-EXIT.
           PERFORM 3350-LISTA-RECEITA THRU 3350-LISTA-RECEITA-EXIT.
           PERFORM 3400-LISTA-PARTICIPACOES
               THRU 3400-LISTA-PARTICIPACOES-EXIT.
           PERFORM 3450-LISTA-DISPOSICOES
               THRU 3450-LISTA-DISPOSICOES-EXIT.
           PERFORM 3500-LISTA-CONTATOS THRU 3500-LISTA-CONTATOS-EXIT.
           PERFORM 3600-LISTA-COBRANCA THRU 3600-LISTA-COBRANCA-EXIT.
           PERFORM 3650-LISTA-ALERTAS-SANCAO
               THRU 3650-LISTA-ALERTAS-SANCAO-EXIT.
           PERFORM 3700-LISTA-REJEITOS THRU 3700-LISTA-REJEITOS-EXIT.
           PERFORM 3750-LISTA-REJ-TELEFONE
               THRU 3750-LISTA-REJ-TELEFONE-EXIT.
           PERFORM 3800-LISTA-JORNAL THRU 3800-LISTA-JORNAL-EXIT.
           PERFORM 3850-LISTA-ALERTAS-FRAUDE
               THRU 3850-LISTA-ALERTAS-FRAUDE-EXIT.
           PERFORM 3900-LISTA-AUDITORIA
               THRU 3900-LISTA-AUDITORIA-EXIT.

           IF WRK-QTDE-ITENS = 0
               MOVE "NENHUM DADO ENCONTRADO PARA O CPF"
                   TO WRK-RES-TEXTO
           ELSE
               MOVE "RELATORIO DE ACESSO EMITIDO" TO WRK-RES-TEXTO
           END-IF.
       3000-RELATORIO-ACESSO-EXIT.
           EXIT.

       3100-LISTA-MESTRE.
           MOVE LGP-CPF TO CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   WRITE LGPD-RESP-LINHA
                       FROM WRK-LINHA-NAO-CADASTRADO
                   END-WRITE
                   GO TO 3100-LISTA-MESTRE-EXIT
           END-READ.

           ADD 1 TO WRK-QTDE-ITENS.
           MOVE NOME               TO WRK-C-NOME.
           MOVE RG                 TO WRK-C-RG.
           MOVE DATA-NASC-COMPACTA TO WRK-C-NASC.
           MOVE CLI-SEXO-CODE      TO WRK-C-SEXO.
           MOVE CLI-DATA-ULT-MANUT TO WRK-C-ULT-MANUT.
           WRITE LGPD-RESP-LINHA FROM WRK-LINHA-CLIENTE.

           MOVE END-LOGRADOURO     TO WRK-E-LOGRADOURO.
           MOVE END-NUMERO         TO WRK-E-NUMERO.
           MOVE END-CIDADE         TO WRK-E-CIDADE.
           MOVE END-UF             TO WRK-E-UF.
           MOVE END-CEP            TO WRK-E-CEP.
           WRITE LGPD-RESP-LINHA FROM WRK-LINHA-ENDERECO.
       3100-LISTA-MESTRE-EXIT.
           EXIT.

       3150-LISTA-SITUACAO.
           IF NOT SITUACAO-DISPONIVEL
               GO TO 3150-LISTA-SITUACAO-EXIT
           END-IF.

           MOVE LGP-CPF TO STS-CPF.
           READ CLIENTE-STATUS
               INVALID KEY
                   GO TO 3150-LISTA-SITUACAO-EXIT
           END-READ.

           ADD 1 TO WRK-QTDE-ITENS.
           MOVE STS-SITUACAO TO WRK-ST-SITUACAO.
           MOVE STS-MOTIVO   TO WRK-ST-MOTIVO.
           MOVE STS-DATA     TO WRK-ST-DATA.
           MOVE STS-PROGRAMA TO WRK-ST-PROGRAMA.
           WRITE LGPD-RESP-LINHA FROM WRK-LINHA-SITUACAO.
       3150-LISTA-SITUACAO-EXIT.
           EXIT.

       3200-LISTA-CONTAS.
      *-----------------------------------------------------------------
      *    A REFERENCIA CRUZADA E CHAVEADA PELA CONTA: AS CONTAS DO
      *    CPF, ATIVAS E ENCERRADAS, SAEM POR VARREDURA COMPLETA.
      *-----------------------------------------------------------------
           MOVE "N"   TO WRK-FIM-XREF.
           MOVE ZEROS TO XRF-CONTA.
           START CONTA-XREF KEY IS NOT LESS THAN XRF-CONTA
               INVALID KEY
                   SET FIM-XREF TO TRUE
           END-START.

           IF NOT FIM-XREF
               READ CONTA-XREF NEXT RECORD
                   AT END SET FIM-XREF TO TRUE
               END-READ
           END-IF.

           PERFORM 3210-LISTA-CONTA
               THRU 3210-LISTA-CONTA-EXIT
               UNTIL FIM-XREF.
       3200-LISTA-CONTAS-EXIT.
           EXIT.

       3210-LISTA-CONTA.
           IF XRF-CPF = LGP-CPF
               ADD 1 TO WRK-QTDE-ITENS
               MOVE XRF-CONTA             TO WRK-A-CONTA
               MOVE XRF-SITUACAO          TO WRK-A-SITUACAO
               MOVE XRF-DATA-INICIO       TO WRK-A-INICIO
               MOVE XRF-DATA-ENCERRAMENTO TO WRK-A-ENCERRAMENTO
               WRITE LGPD-RESP-LINHA FROM WRK-LINHA-CONTA
           END-IF.

           READ CONTA-XREF NEXT RECORD
               AT END SET FIM-XREF TO TRUE
           END-READ.
       3210-LISTA-CONTA-EXIT.
           EXIT.

       3250-LISTA-RESPONSAVEIS.
      *-----------------------------------------------------------------
      *    OS VINCULOS DE RESPONSAVEL LEGAL SAEM NOS DOIS PAPEIS: O
      *    CPF COMO MENOR (CHAVE PRINCIPAL) E O CPF COMO RESPONSAVEL
      *    (CHAVE ALTERNATIVA).
      *-----------------------------------------------------------------
           IF NOT RESPONSAVEIS-DISPONIVEL
               GO TO 3250-LISTA-RESPONSAVEIS-EXIT
           END-IF.

           MOVE "N"        TO WRK-FIM-RESPONSAVEL.
           MOVE LGP-CPF    TO RSP-CPF-MENOR.
           MOVE LOW-VALUES TO RSP-CPF-RESPONSAVEL.
           START CLIENTE-RESPONSAVEL KEY IS NOT LESS THAN RSP-CHAVE
               INVALID KEY
                   SET FIM-RESPONSAVEL TO TRUE
           END-START.

           IF NOT FIM-RESPONSAVEL
               READ CLIENTE-RESPONSAVEL NEXT RECORD
                   AT END SET FIM-RESPONSAVEL TO TRUE
               END-READ
           END-IF.

           PERFORM 3260-LISTA-VINCULO-MENOR
               THRU 3260-LISTA-VINCULO-MENOR-EXIT
               UNTIL FIM-RESPONSAVEL.

           MOVE "N"     TO WRK-FIM-RESPONSAVEL.
           MOVE LGP-CPF TO RSP-CPF-RESPONSAVEL.
           START CLIENTE-RESPONSAVEL
               KEY IS NOT LESS THAN RSP-CPF-RESPONSAVEL
               INVALID KEY
                   SET FIM-RESPONSAVEL TO TRUE
           END-START.

           IF NOT FIM-RESPONSAVEL
               READ CLIENTE-RESPONSAVEL NEXT RECORD
                   AT END SET FIM-RESPONSAVEL TO TRUE
               END-READ
           END-IF.

           PERFORM 3270-LISTA-VINCULO-RESP
               THRU 3270-LISTA-VINCULO-RESP-EXIT
               UNTIL FIM-RESPONSAVEL.
       3250-LISTA-RESPONSAVEIS-EXIT.
           EXIT.

       3260-LISTA-VINCULO-MENOR.
           IF RSP-CPF-MENOR NOT = LGP-CPF
               SET FIM-RESPONSAVEL TO TRUE
               GO TO 3260-LISTA-VINCULO-MENOR-EXIT
           END-IF.

           MOVE "MENOR SOB RESPONSAVEL " TO WRK-RL-PAPEL.
           MOVE RSP-CPF-RESPONSAVEL      TO WRK-RL-CPF.
           PERFORM 3280-GRAVA-VINCULO THRU 3280-GRAVA-VINCULO-EXIT.

           READ CLIENTE-RESPONSAVEL NEXT RECORD
               AT END SET FIM-RESPONSAVEL TO TRUE
           END-READ.
       3260-LISTA-VINCULO-MENOR-EXIT.
           EXIT.

       3270-LISTA-VINCULO-RESP.
           IF RSP-CPF-RESPONSAVEL NOT = LGP-CPF
               SET FIM-RESPONSAVEL TO TRUE
               GO TO 3270-LISTA-VINCULO-RESP-EXIT
           END-IF.

           MOVE "RESPONSAVEL PELO MENOR " TO WRK-RL-PAPEL.
           MOVE RSP-CPF-MENOR             TO WRK-RL-CPF.
           PERFORM 3280-GRAVA-VINCULO THRU 3280-GRAVA-VINCULO-EXIT.

           READ CLIENTE-RESPONSAVEL NEXT RECORD
               AT END SET FIM-RESPONSAVEL TO TRUE
           END-READ.
       3270-LISTA-VINCULO-RESP-EXIT.
           EXIT.

       3280-GRAVA-VINCULO.
           ADD 1 TO WRK-QTDE-ITENS.
           MOVE RSP-DATA-INICIO TO WRK-RL-INICIO.
           IF RSP-DATA-FIM = ZEROS
               MOVE SPACES      TO WRK-RL-FIM-TEXTO
               MOVE "EM ABERTO" TO WRK-RL-FIM-X
           ELSE
               MOVE "ATE "       TO WRK-RL-FIM-TEXTO
               MOVE RSP-DATA-FIM TO WRK-RL-FIM
           END-IF.
           WRITE LGPD-RESP-LINHA FROM WRK-LINHA-RESPONSAVEL.
       3280-GRAVA-VINCULO-EXIT.
           EXIT.

       3300-LISTA-PERIODOS.
      *-----------------------------------------------------------------
      *    PERIODOS DE TITULARIDADE, INCLUSIVE OS DE CONTAS QUE JA
      *    PASSARAM A OUTRO TITULAR. O HISTORICO E CHAVEADO PELA
      *    CONTA, ENTAO A BUSCA E POR VARREDURA COMPLETA.
      *-----------------------------------------------------------------
           IF NOT HISTORICO-DISPONIVEL
               GO TO 3300-LISTA-PERIODOS-EXIT
           END-IF.

           MOVE "N"   TO WRK-FIM-HIST.
           MOVE ZEROS TO HST-CHAVE.
           START CONTA-HISTORICO KEY IS NOT LESS THAN HST-CHAVE
               INVALID KEY
                   SET FIM-HIST TO TRUE
           END-START.

           IF NOT FIM-HIST
               READ CONTA-HISTORICO NEXT RECORD
                   AT END SET FIM-HIST TO TRUE
               END-READ
           END-IF.

           PERFORM 3310-LISTA-PERIODO
               THRU 3310-LISTA-PERIODO-EXIT
               UNTIL FIM-HIST.
       3300-LISTA-PERIODOS-EXIT.
           EXIT.

       3310-LISTA-PERIODO.
           IF HST-CPF = LGP-CPF
               ADD 1 TO WRK-QTDE-ITENS
               MOVE HST-AGENCIA     TO WRK-H-AGENCIA
               MOVE HST-NUMERO      TO WRK-H-NUMERO
               MOVE HST-DATA-INICIO TO WRK-H-INICIO
               IF HST-DATA-FIM = ZEROS
                   MOVE "EM ABERTO" TO WRK-H-FIM-X
               ELSE
                   MOVE HST-DATA-FIM TO WRK-H-FIM
               END-IF
               WRITE LGPD-RESP-LINHA FROM WRK-LINHA-PERIODO
           END-IF.

           READ CONTA-HISTORICO NEXT RECORD
               AT END SET FIM-HIST TO TRUE
           END-READ.
       3310-LISTA-PERIODO-EXIT.
           EXIT.

       3350-LISTA-RECEITA.
           IF NOT RECEITA-DISPONIVEL
               GO TO 3350-LISTA-RECEITA-EXIT
           END-IF.

           MOVE LGP-CPF TO SRF-CPF.
           READ SITUACAO-RECEITA
               INVALID KEY
                   GO TO 3350-LISTA-RECEITA-EXIT
           END-READ.

           ADD 1 TO WRK-QTDE-ITENS.
           MOVE SRF-SITUACAO      TO WRK-RF-SITUACAO.
           MOVE SRF-DATA-ENVIO    TO WRK-RF-ENVIO.
           MOVE SRF-DATA-CONSULTA TO WRK-RF-CONSULTA.
           MOVE SRF-ANO-OBITO     TO WRK-RF-OBITO.
           MOVE SRF-BLOQUEIO      TO WRK-RF-BLOQUEIO.
           WRITE LGPD-RESP-LINHA FROM WRK-LINHA-RECEITA.
       3350-LISTA-RECEITA-EXIT.
           EXIT.

       3400-LISTA-PARTICIPACOES.
      *-----------------------------------------------------------------
      *    TODOS OS VINCULOS DO CPF EM CONTAS (TITULAR, COTITULAR,
      *    PROCURADOR), ABERTOS OU ENCERRADOS, PELA CHAVE
      *    ALTERNATIVA DO CPF NO CADASTRO DE PARTICIPANTES.
      *-----------------------------------------------------------------
           IF NOT PARTICIPANTES-DISPONIVEL
               GO TO 3400-LISTA-PARTICIPACOES-EXIT
           END-IF.

           MOVE "N"     TO WRK-FIM-PART.
           MOVE LGP-CPF TO PTC-CPF.
           START CONTA-PARTICIPANTE KEY IS NOT LESS THAN PTC-CPF
               INVALID KEY
                   SET FIM-PART TO TRUE
           END-START.

           IF NOT FIM-PART
               READ CONTA-PARTICIPANTE NEXT RECORD
                   AT END SET FIM-PART TO TRUE
               END-READ
           END-IF.

           PERFORM 3410-LISTA-PARTICIPACAO
               THRU 3410-LISTA-PARTICIPACAO-EXIT
               UNTIL FIM-PART.
       3400-LISTA-PARTICIPACOES-EXIT.
           EXIT.

       3410-LISTA-PARTICIPACAO.
           IF PTC-CPF NOT = LGP-CPF
               SET FIM-PART TO TRUE
               GO TO 3410-LISTA-PARTICIPACAO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-ITENS.
           MOVE PTC-CONTA       TO WRK-P-CONTA.
           EVALUATE TRUE
               WHEN PTC-TITULAR
                   MOVE "TITULAR"    TO WRK-P-PAPEL
               WHEN PTC-COTITULAR
                   MOVE "COTITULAR"  TO WRK-P-PAPEL
               WHEN PTC-RESP-LEGAL
                   MOVE "RESP. LEGAL" TO WRK-P-PAPEL
               WHEN OTHER
                   MOVE "PROCURADOR" TO WRK-P-PAPEL
           END-EVALUATE.
           MOVE PTC-DATA-INICIO TO WRK-P-INICIO.
           IF PTC-DATA-FIM = ZEROS
               MOVE SPACES      TO WRK-P-FIM-TEXTO
               MOVE "EM ABERTO" TO WRK-P-FIM-X
           ELSE
               MOVE "ATE "      TO WRK-P-FIM-TEXTO
               MOVE PTC-DATA-FIM TO WRK-P-FIM
           END-IF.
           WRITE LGPD-RESP-LINHA FROM WRK-LINHA-PARTICIPACAO.

           READ CONTA-PARTICIPANTE NEXT RECORD
               AT END SET FIM-PART TO TRUE
           END-READ.
       3410-LISTA-PARTICIPACAO-EXIT.
           EXIT.

       3450-LISTA-DISPOSICOES.
           IF NOT DISPOSICOES-DISPONIVEL
               GO TO 3450-LISTA-DISPOSICOES-EXIT
           END-IF.

           MOVE "N"        TO WRK-FIM-DISPOSICAO.
           MOVE LGP-CPF    TO DSP-CPF.
           MOVE LOW-VALUES TO DSP-SAN-CHAVE.
           START SANCAO-DISPOSICAO KEY IS NOT LESS THAN DSP-CHAVE
               INVALID KEY
                   SET FIM-DISPOSICAO TO TRUE
           END-START.

           IF NOT FIM-DISPOSICAO
               READ SANCAO-DISPOSICAO NEXT RECORD
                   AT END SET FIM-DISPOSICAO TO TRUE
               END-READ
           END-IF.

           PERFORM 3460-LISTA-DISPOSICAO
               THRU 3460-LISTA-DISPOSICAO-EXIT
               UNTIL FIM-DISPOSICAO.
       3450-LISTA-DISPOSICOES-EXIT.
           EXIT.

       3460-LISTA-DISPOSICAO.
           IF DSP-CPF NOT = LGP-CPF
               SET FIM-DISPOSICAO TO TRUE
               GO TO 3460-LISTA-DISPOSICAO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-ITENS.
           MOVE DSP-FONTE        TO WRK-DS-FONTE.
           MOVE DSP-ID           TO WRK-DS-ID.
           MOVE DSP-SITUACAO     TO WRK-DS-SITUACAO.
           MOVE DSP-SCORE        TO WRK-DS-SCORE.
           MOVE DSP-DATA-ALERTA  TO WRK-DS-ALERTA.
           MOVE DSP-DATA-DECISAO TO WRK-DS-DECISAO.
           WRITE LGPD-RESP-LINHA FROM WRK-LINHA-DISPOSICAO.

           READ SANCAO-DISPOSICAO NEXT RECORD
               AT END SET FIM-DISPOSICAO TO TRUE
           END-READ.
       3460-LISTA-DISPOSICAO-EXIT.
           EXIT.

       3500-LISTA-CONTATOS.
           MOVE "N"        TO WRK-FIM-CONTATO.
           MOVE LGP-CPF    TO CTT-CPF.
           MOVE LOW-VALUES TO CTT-VALOR.
           START CONTATO-MASTER KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   SET FIM-CONTATO TO TRUE
           END-START.

           IF NOT FIM-CONTATO
               READ CONTATO-MASTER NEXT RECORD
                   AT END SET FIM-CONTATO TO TRUE
               END-READ
           END-IF.

           PERFORM 3510-LISTA-CONTATO
               THRU 3510-LISTA-CONTATO-EXIT
               UNTIL FIM-CONTATO.
       3500-LISTA-CONTATOS-EXIT.
           EXIT.

       3510-LISTA-CONTATO.
           IF CTT-CPF NOT = LGP-CPF
               SET FIM-CONTATO TO TRUE
               GO TO 3510-LISTA-CONTATO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-ITENS.
           MOVE CTT-VALOR          TO WRK-F-VALOR.
           MOVE CTT-TIPO           TO WRK-F-TIPO.
           MOVE CTT-DATA-INCLUSAO  TO WRK-F-DATA.
           MOVE CTT-SITUACAO       TO WRK-F-SITUACAO.
           MOVE CTT-MOTIVO         TO WRK-F-MOTIVO.
           MOVE CTT-DATA-SITUACAO  TO WRK-F-DATA-SITUACAO.
           IF CTT-E-PRINCIPAL
               MOVE "PRINCIPAL"    TO WRK-F-PRINCIPAL
           ELSE
               MOVE SPACES         TO WRK-F-PRINCIPAL
           END-IF.
           WRITE LGPD-RESP-LINHA FROM WRK-LINHA-CONTATO.

           READ CONTATO-MASTER NEXT RECORD
               AT END SET FIM-CONTATO TO TRUE
           END-READ.
       3510-LISTA-CONTATO-EXIT.
           EXIT.

       3600-LISTA-COBRANCA.
           IF NOT COBRANCA-DISPONIVEL
               GO TO 3600-LISTA-COBRANCA-EXIT
           END-IF.

           MOVE "N"     TO WRK-FIM-COBRANCA.
           MOVE LGP-CPF TO HCB-CPF.
           START HIST-COBRANCA KEY IS NOT LESS THAN HCB-CPF
               INVALID KEY
                   SET FIM-COBRANCA TO TRUE
           END-START.

           IF NOT FIM-COBRANCA
               READ HIST-COBRANCA NEXT RECORD
                   AT END SET FIM-COBRANCA TO TRUE
               END-READ
           END-IF.

           PERFORM 3610-LISTA-AVISO
               THRU 3610-LISTA-AVISO-EXIT
               UNTIL FIM-COBRANCA.
       3600-LISTA-COBRANCA-EXIT.
           EXIT.

       3610-LISTA-AVISO.
           IF HCB-CPF NOT = LGP-CPF
               SET FIM-COBRANCA TO TRUE
               GO TO 3610-LISTA-AVISO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-ITENS.
           MOVE HCB-DATA-ENVIO  TO WRK-B-DATA.
           MOVE HCB-NUMERO      TO WRK-B-TITULO.
           MOVE HCB-AGENCIA     TO WRK-B-AGENCIA.
           MOVE HCB-CONTA       TO WRK-B-CONTA.
           MOVE HCB-ETAPA       TO WRK-B-ETAPA.
           MOVE HCB-DIAS-ATRASO TO WRK-B-DIAS.
           MOVE HCB-CANAL       TO WRK-B-CANAL.
           WRITE LGPD-RESP-LINHA FROM WRK-LINHA-COBRANCA.

           READ HIST-COBRANCA NEXT RECORD
               AT END SET FIM-COBRANCA TO TRUE
           END-READ.
       3610-LISTA-AVISO-EXIT.
           EXIT.

       3650-LISTA-ALERTAS-SANCAO.
           MOVE "N" TO WRK-FIM-SEQ.
           OPEN INPUT SANCAO-ALERTA.
           IF WRK-STATUS-ALERTA NOT = "00"
               GO TO 3650-LISTA-ALERTAS-SANCAO-EXIT
           END-IF.

           READ SANCAO-ALERTA
               AT END SET FIM-SEQ TO TRUE
           END-READ.

           PERFORM 3660-LISTA-ALERTA-SANCAO
               THRU 3660-LISTA-ALERTA-SANCAO-EXIT
               UNTIL FIM-SEQ.

           CLOSE SANCAO-ALERTA.
       3650-LISTA-ALERTAS-SANCAO-EXIT.
           EXIT.

       3660-LISTA-ALERTA-SANCAO.
           IF ALR-CPF = LGP-CPF
               ADD 1 TO WRK-QTDE-ITENS
               MOVE ALR-DATA     TO WRK-AS-DATA
               MOVE ALR-ORIGEM   TO WRK-AS-ORIGEM
               MOVE ALR-FONTE    TO WRK-AS-FONTE
               MOVE ALR-ID       TO WRK-AS-ID
               MOVE ALR-SCORE    TO WRK-AS-SCORE
               MOVE ALR-CRITERIO TO WRK-AS-CRITERIO
               WRITE LGPD-RESP-LINHA FROM WRK-LINHA-ALERTA-SANCAO
           END-IF.

           READ SANCAO-ALERTA
               AT END SET FIM-SEQ TO TRUE
           END-READ.
       3660-LISTA-ALERTA-SANCAO-EXIT.
           EXIT.

       3700-LISTA-REJEITOS.
      *-----------------------------------------------------------------
      *    OS ARQUIVOS SEQUENCIAIS SAO RELIDOS DO INICIO A CADA
      *    PEDIDO; SEM ARQUIVO, A SECAO NAO SAI.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-FIM-SEQ.
           OPEN INPUT CLIENTE-REJEITOS.
           IF WRK-STATUS-REJ NOT = "00"
               GO TO 3700-LISTA-REJEITOS-EXIT
           END-IF.

           READ CLIENTE-REJEITOS
               AT END SET FIM-SEQ TO TRUE
           END-READ.

           PERFORM 3710-LISTA-REJEITO
               THRU 3710-LISTA-REJEITO-EXIT
               UNTIL FIM-SEQ.

           CLOSE CLIENTE-REJEITOS.
       3700-LISTA-REJEITOS-EXIT.
           EXIT.

       3710-LISTA-REJEITO.
           IF REJ-CPF = LGP-CPF
               ADD 1 TO WRK-QTDE-ITENS
               MOVE REJ-CODIGO-MOTIVO TO WRK-R-CODIGO
               MOVE REJ-MOTIVO        TO WRK-R-MOTIVO
               MOVE REJ-DATA          TO WRK-R-DATA
               WRITE LGPD-RESP-LINHA FROM WRK-LINHA-REJEITO
           END-IF.

           READ CLIENTE-REJEITOS
               AT END SET FIM-SEQ TO TRUE
           END-READ.
       3710-LISTA-REJEITO-EXIT.
           EXIT.

       3750-LISTA-REJ-TELEFONE.
           MOVE "N" TO WRK-FIM-SEQ.
           OPEN INPUT TELEFONE-REJEITOS.
           IF WRK-STATUS-TELREJ NOT = "00"
               GO TO 3750-LISTA-REJ-TELEFONE-EXIT
           END-IF.

           READ TELEFONE-REJEITOS
               AT END SET FIM-SEQ TO TRUE
           END-READ.

           PERFORM 3760-LISTA-REJ-TEL
               THRU 3760-LISTA-REJ-TEL-EXIT
               UNTIL FIM-SEQ.

           CLOSE TELEFONE-REJEITOS.
       3750-LISTA-REJ-TELEFONE-EXIT.
           EXIT.

       3760-LISTA-REJ-TEL.
           MOVE TELREJ-IMAGEM-TRANS TO WRK-IMG-TELEFONE.
           IF WRK-IMF-CPF = LGP-CPF
               ADD 1 TO WRK-QTDE-ITENS
               MOVE TELREJ-CODIGO-MOTIVO TO WRK-RT-CODIGO
               MOVE TELREJ-MOTIVO        TO WRK-RT-MOTIVO
               MOVE TELREJ-DATA          TO WRK-RT-DATA
               MOVE WRK-IMF-VALOR        TO WRK-RT-VALOR
               WRITE LGPD-RESP-LINHA FROM WRK-LINHA-REJ-TELEFONE
           END-IF.

           READ TELEFONE-REJEITOS
               AT END SET FIM-SEQ TO TRUE
           END-READ.
       3760-LISTA-REJ-TEL-EXIT.
           EXIT.

       3800-LISTA-JORNAL.
           MOVE "N" TO WRK-FIM-SEQ.
           OPEN INPUT CLIENTE-JORNAL.
           IF WRK-STATUS-JORNAL NOT = "00"
               GO TO 3800-LISTA-JORNAL-EXIT
           END-IF.

           READ CLIENTE-JORNAL
               AT END SET FIM-SEQ TO TRUE
           END-READ.

           PERFORM 3810-LISTA-ALTERACAO
               THRU 3810-LISTA-ALTERACAO-EXIT
               UNTIL FIM-SEQ.

           CLOSE CLIENTE-JORNAL.
       3800-LISTA-JORNAL-EXIT.
           EXIT.

       3810-LISTA-ALTERACAO.
           IF JRN-CPF = LGP-CPF
               ADD 1 TO WRK-QTDE-ITENS
               MOVE JRN-DATA     TO WRK-J-DATA
               MOVE JRN-HORA     TO WRK-J-HORA
               MOVE JRN-FUNCAO   TO WRK-J-FUNCAO
               MOVE JRN-ORIGEM   TO WRK-J-ORIGEM
               MOVE JRN-OPERADOR TO WRK-J-OPERADOR
               WRITE LGPD-RESP-LINHA FROM WRK-LINHA-JORNAL
           END-IF.

           READ CLIENTE-JORNAL
               AT END SET FIM-SEQ TO TRUE
           END-READ.
       3810-LISTA-ALTERACAO-EXIT.
           EXIT.

       3850-LISTA-ALERTAS-FRAUDE.
           MOVE "N" TO WRK-FIM-SEQ.
           OPEN INPUT FRAUDE-ALERTA.
           IF WRK-STATUS-FRAUDE NOT = "00"
               GO TO 3850-LISTA-ALERTAS-FRAUDE-EXIT
           END-IF.

           READ FRAUDE-ALERTA
               AT END SET FIM-SEQ TO TRUE
           END-READ.

           PERFORM 3860-LISTA-ALERTA-FRAUDE
               THRU 3860-LISTA-ALERTA-FRAUDE-EXIT
               UNTIL FIM-SEQ.

           CLOSE FRAUDE-ALERTA.
       3850-LISTA-ALERTAS-FRAUDE-EXIT.
           EXIT.

       3860-LISTA-ALERTA-FRAUDE.
           IF FRD-CPF = LGP-CPF
               ADD 1 TO WRK-QTDE-ITENS
               MOVE FRD-DATA        TO WRK-AF-DATA
               MOVE FRD-EVENTO      TO WRK-AF-EVENTO
               MOVE FRD-DATA-EVENTO TO WRK-AF-DATA-EVENTO
               MOVE FRD-DETALHE     TO WRK-AF-DETALHE
               WRITE LGPD-RESP-LINHA FROM WRK-LINHA-ALERTA-FRAUDE
           END-IF.

           READ FRAUDE-ALERTA
               AT END SET FIM-SEQ TO TRUE
           END-READ.
       3860-LISTA-ALERTA-FRAUDE-EXIT.
           EXIT.

       3900-LISTA-AUDITORIA.
           MOVE "N" TO WRK-FIM-SEQ.
           OPEN INPUT AUDIT-TRILHA.
           IF WRK-STATUS-AUDIT NOT = "00"
               GO TO 3900-LISTA-AUDITORIA-EXIT
           END-IF.

           READ AUDIT-TRILHA
               AT END SET FIM-SEQ TO TRUE
           END-READ.

           PERFORM 3910-LISTA-REG-AUDITORIA
               THRU 3910-LISTA-REG-AUDITORIA-EXIT
               UNTIL FIM-SEQ.

           CLOSE AUDIT-TRILHA.
       3900-LISTA-AUDITORIA-EXIT.
           EXIT.

       3910-LISTA-REG-AUDITORIA.
           MOVE AUD-CHAVE TO WRK-CHAVE-AUDITORIA.
           IF WRK-CA-CPF = LGP-CPF
              AND WRK-CA-RESTO = SPACES
               ADD 1 TO WRK-QTDE-ITENS
               MOVE AUD-DATA      TO WRK-U-DATA
               MOVE AUD-HORA      TO WRK-U-HORA
               MOVE AUD-PROGRAMA  TO WRK-U-PROGRAMA
               MOVE AUD-RESULTADO TO WRK-U-RESULTADO
               WRITE LGPD-RESP-LINHA FROM WRK-LINHA-AUDITORIA
           END-IF.

           READ AUDIT-TRILHA
               AT END SET FIM-SEQ TO TRUE
           END-READ.
       3910-LISTA-REG-AUDITORIA-EXIT.
           EXIT.

       4000-ELIMINA-TITULAR.
      *-----------------------------------------------------------------
      *    VALIDA PRIMEIRO, SEM ALTERAR NADA; SO ENTAO GRAVA O
      *    CLIENTE ANONIMO E LEVA PARA O CODIGO ANONIMO TUDO O QUE
      *    ESTAVA SOB O CPF NOS ARQUIVOS INDEXADOS. OS SEQUENCIAIS
      *    FICAM PARA O FIM DA RODADA (5000).
      *-----------------------------------------------------------------
           PERFORM 4100-VALIDA-ELIMINACAO
               THRU 4100-VALIDA-ELIMINACAO-EXIT.
           IF PEDIDO-RECUSADO
               GO TO 4000-ELIMINA-TITULAR-EXIT
           END-IF.

           PERFORM 4200-ANONIMIZA-MESTRE
               THRU 4200-ANONIMIZA-MESTRE-EXIT.
           IF PEDIDO-RECUSADO
               GO TO 4000-ELIMINA-TITULAR-EXIT
           END-IF.

           PERFORM 4300-REAPONTA-CONTAS
               THRU 4300-REAPONTA-CONTAS-EXIT.
           PERFORM 4400-REAPONTA-HISTORICO
               THRU 4400-REAPONTA-HISTORICO-EXIT.
           PERFORM 4500-MOVE-PARTICIPACOES
               THRU 4500-MOVE-PARTICIPACOES-EXIT.
           PERFORM 4600-MASCARA-CONTATOS
               THRU 4600-MASCARA-CONTATOS-EXIT.
           PERFORM 4700-REAPONTA-COBRANCA
               THRU 4700-REAPONTA-COBRANCA-EXIT.
           PERFORM 4750-REAPONTA-SITUACAO
               THRU 4750-REAPONTA-SITUACAO-EXIT.
           PERFORM 4800-REAPONTA-RESPONSAVEIS
               THRU 4800-REAPONTA-RESPONSAVEIS-EXIT.
           PERFORM 4850-REAPONTA-RECEITA
               THRU 4850-REAPONTA-RECEITA-EXIT.
           PERFORM 4900-REAPONTA-DISPOSICOES
               THRU 4900-REAPONTA-DISPOSICOES-EXIT.

           ADD 1 TO WRK-ELIM-USADOS.
           MOVE LGP-CPF         TO WRK-ELIM-CPF(WRK-ELIM-USADOS).
           MOVE WRK-CPF-ANONIMO TO WRK-ELIM-ANONIMO(WRK-ELIM-USADOS).

           ADD 1 TO WRK-CONT-ELIMINADOS.
           MOVE "DADOS ANONIMIZADOS" TO WRK-RES-TEXTO.
       4000-ELIMINA-TITULAR-EXIT.
           EXIT.

       4100-VALIDA-ELIMINACAO.
      *-----------------------------------------------------------------
      *    RECUSA O PEDIDO QUANDO A BASE LEGAL PARA GUARDAR OS DADOS
      *    AINDA EXISTE: CONTA ATIVA EM NOME DO CLIENTE, VINCULO EM
      *    ABERTO (COTITULAR, PROCURADOR) EM CONTA ATIVA OU TITULO
      *    AINDA EM ABERTO NA CARTEIRA DE PENDENTES DE UMA CONTA
      *    DELE. A TABELA DE ELIMINADOS DA RODADA TAMBEM LIMITA.
      *-----------------------------------------------------------------
           IF WRK-ELIM-USADOS >= 100
               MOVE "LGP6" TO WRK-RES-CODIGO
               MOVE "LIMITE DE ELIMINACOES DA RODADA"
                   TO WRK-RES-TEXTO
               SET PEDIDO-RECUSADO TO TRUE
               GO TO 4100-VALIDA-ELIMINACAO-EXIT
           END-IF.

           MOVE LGP-CPF TO CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE "LGP2" TO WRK-RES-CODIGO
                   MOVE "CPF NAO CADASTRADO" TO WRK-RES-TEXTO
                   SET PEDIDO-RECUSADO TO TRUE
                   GO TO 4100-VALIDA-ELIMINACAO-EXIT
           END-READ.
           MOVE CLIENTE-REC TO WRK-IMAGEM-ORIGINAL.

           MOVE "N"   TO WRK-FIM-XREF.
           MOVE ZEROS TO XRF-CONTA.
           START CONTA-XREF KEY IS NOT LESS THAN XRF-CONTA
               INVALID KEY
                   SET FIM-XREF TO TRUE
           END-START.

           IF NOT FIM-XREF
               READ CONTA-XREF NEXT RECORD
                   AT END SET FIM-XREF TO TRUE
               END-READ
           END-IF.

           PERFORM 4110-CONFERE-CONTA
               THRU 4110-CONFERE-CONTA-EXIT
               UNTIL FIM-XREF OR PEDIDO-RECUSADO.
           IF PEDIDO-RECUSADO
               GO TO 4100-VALIDA-ELIMINACAO-EXIT
           END-IF.

           IF PARTICIPANTES-DISPONIVEL
               MOVE "N"     TO WRK-FIM-PART
               MOVE LGP-CPF TO PTC-CPF
               START CONTA-PARTICIPANTE KEY IS NOT LESS THAN PTC-CPF
                   INVALID KEY
                       SET FIM-PART TO TRUE
               END-START
               IF NOT FIM-PART
                   READ CONTA-PARTICIPANTE NEXT RECORD
                       AT END SET FIM-PART TO TRUE
                   END-READ
               END-IF
               PERFORM 4120-CONFERE-VINCULO
                   THRU 4120-CONFERE-VINCULO-EXIT
                   UNTIL FIM-PART OR PEDIDO-RECUSADO
           END-IF.
           IF PEDIDO-RECUSADO
               GO TO 4100-VALIDA-ELIMINACAO-EXIT
           END-IF.

      *-----------------------------------------------------------------
      *    SEM A CARTEIRA DE PENDENTES NAO HA COMO SABER SE RESTA
      *    TITULO EM ABERTO: O PEDIDO E RECUSADO EM VEZ DE ELIMINAR
      *    DADOS QUE AINDA PODEM SER NECESSARIOS A COBRANCA.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-FIM-PEND.
           OPEN INPUT BOLETO-PENDENTE.
           IF WRK-STATUS-PEND NOT = "00"
               MOVE "LGP9" TO WRK-RES-CODIGO
               MOVE "CARTEIRA DE PENDENTES INDISPONIVEL"
                   TO WRK-RES-TEXTO
               SET PEDIDO-RECUSADO TO TRUE
               GO TO 4100-VALIDA-ELIMINACAO-EXIT
           END-IF.

           READ BOLETO-PENDENTE
               AT END SET FIM-PEND TO TRUE
           END-READ.

           PERFORM 4130-CONFERE-TITULO
               THRU 4130-CONFERE-TITULO-EXIT
               UNTIL FIM-PEND OR PEDIDO-RECUSADO.

           CLOSE BOLETO-PENDENTE.
       4100-VALIDA-ELIMINACAO-EXIT.
           EXIT.

       4110-CONFERE-CONTA.
           IF XRF-CPF = LGP-CPF
              AND XRF-ATIVA
               MOVE "LGP3" TO WRK-RES-CODIGO
               MOVE "CLIENTE COM CONTA ATIVA" TO WRK-RES-TEXTO
               SET PEDIDO-RECUSADO TO TRUE
               GO TO 4110-CONFERE-CONTA-EXIT
           END-IF.

           READ CONTA-XREF NEXT RECORD
               AT END SET FIM-XREF TO TRUE
           END-READ.
       4110-CONFERE-CONTA-EXIT.
           EXIT.

       4120-CONFERE-VINCULO.
           IF PTC-CPF NOT = LGP-CPF
               SET FIM-PART TO TRUE
               GO TO 4120-CONFERE-VINCULO-EXIT
           END-IF.

           IF PTC-DATA-FIM = ZEROS
               MOVE PTC-CONTA TO XRF-CONTA
               READ CONTA-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF XRF-ATIVA
                           MOVE "LGP4" TO WRK-RES-CODIGO
                           MOVE "VINCULO EM ABERTO EM CONTA ATIVA"
                               TO WRK-RES-TEXTO
                           SET PEDIDO-RECUSADO TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF PEDIDO-RECUSADO
               GO TO 4120-CONFERE-VINCULO-EXIT
           END-IF.

           READ CONTA-PARTICIPANTE NEXT RECORD
               AT END SET FIM-PART TO TRUE
           END-READ.
       4120-CONFERE-VINCULO-EXIT.
           EXIT.

       4130-CONFERE-TITULO.
      *-----------------------------------------------------------------
      *    O TITULO PENDENTE E DO CLIENTE QUANDO A CONTA DELE, NA
      *    REFERENCIA CRUZADA, ESTA NO CPF PEDIDO.
      *-----------------------------------------------------------------
           MOVE PEND-AGENCIA TO XRF-AGENCIA.
           MOVE PEND-CONTA   TO XRF-NUMERO.
           READ CONTA-XREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF XRF-CPF = LGP-CPF
                       MOVE "LGP5" TO WRK-RES-CODIGO
                       MOVE "CLIENTE COM TITULOS EM ABERTO"
                           TO WRK-RES-TEXTO
                       SET PEDIDO-RECUSADO TO TRUE
                   END-IF
           END-READ.

           READ BOLETO-PENDENTE
               AT END SET FIM-PEND TO TRUE
           END-READ.
       4130-CONFERE-TITULO-EXIT.
           EXIT.

       4200-ANONIMIZA-MESTRE.
      *-----------------------------------------------------------------
      *    GRAVA O CLIENTE MASCARADO SOB O PRIMEIRO CODIGO ANONIMO
      *    LIVRE, EXCLUI O REGISTRO DO CPF E JORNALA A INCLUSAO DO
      *    ANONIMO (O JORNAL NAO PODE VOLTAR A GUARDAR A IMAGEM
      *    IDENTIFICADA).
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-ANONIMO-SW.
           PERFORM 4210-GRAVA-ANONIMO
               THRU 4210-GRAVA-ANONIMO-EXIT
               UNTIL ANONIMO-GRAVADO OR PEDIDO-RECUSADO.
           IF PEDIDO-RECUSADO
               GO TO 4200-ANONIMIZA-MESTRE-EXIT
           END-IF.

           MOVE LGP-CPF TO CPF.
           DELETE CLIENTE-MASTER
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR CPF ELIMINADO: " LGP-CPF
           END-DELETE.

           OPEN EXTEND CLIENTE-JORNAL.
           IF WRK-STATUS-JORNAL = "35"
               OPEN OUTPUT CLIENTE-JORNAL
           END-IF.
           MOVE WRK-DATA-ATUAL  TO JRN-DATA.
           ACCEPT JRN-HORA FROM TIME.
           MOVE "A"             TO JRN-FUNCAO.
           MOVE WRK-CPF-ANONIMO TO JRN-CPF.
           MOVE "MTZ"           TO JRN-ORIGEM.
           MOVE "LGPD"          TO JRN-OPERADOR.
           MOVE SPACES          TO JRN-IMAGEM-ANTES.
           MOVE WRK-IMG-CLIENTE TO JRN-IMAGEM-DEPOIS.
           WRITE JORNAL-REC.
           CLOSE CLIENTE-JORNAL.
       4200-ANONIMIZA-MESTRE-EXIT.
           EXIT.

       4210-GRAVA-ANONIMO.
           IF WRK-SEQ-ANONIMO >= 999
               MOVE "LGP7" TO WRK-RES-CODIGO
               MOVE "CODIGOS ANONIMOS DO DIA ESGOTADOS"
                   TO WRK-RES-TEXTO
               MOVE SPACES TO WRK-CPF-ANONIMO
               SET PEDIDO-RECUSADO TO TRUE
               GO TO 4210-GRAVA-ANONIMO-EXIT
           END-IF.

           ADD 1 TO WRK-SEQ-ANONIMO.
           MOVE "L"             TO WRK-ANON-PREFIXO.
           MOVE WRK-DATA-ATUAL  TO WRK-ANON-DATA.
           MOVE WRK-SEQ-ANONIMO TO WRK-ANON-SEQ.

           MOVE WRK-IMAGEM-ORIGINAL TO WRK-IMG-CLIENTE.
           PERFORM 7000-MASCARA-CLIENTE THRU 7000-MASCARA-CLIENTE-EXIT.
           MOVE WRK-DATA-ATUAL  TO WRK-IMG-ULT-MANUT.

           MOVE WRK-IMG-CLIENTE TO CLIENTE-REC.
           WRITE CLIENTE-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ANONIMO-GRAVADO TO TRUE
           END-WRITE.
       4210-GRAVA-ANONIMO-EXIT.
           EXIT.

       4300-REAPONTA-CONTAS.
      *-----------------------------------------------------------------
      *    AS CONTAS (TODAS ENCERRADAS, PELA VALIDACAO) FICAM
      *    GUARDADAS SOB O CODIGO ANONIMO.
      *-----------------------------------------------------------------
           MOVE "N"   TO WRK-FIM-XREF.
           MOVE ZEROS TO XRF-CONTA.
           START CONTA-XREF KEY IS NOT LESS THAN XRF-CONTA
               INVALID KEY
                   SET FIM-XREF TO TRUE
           END-START.

           IF NOT FIM-XREF
               READ CONTA-XREF NEXT RECORD
                   AT END SET FIM-XREF TO TRUE
               END-READ
           END-IF.

           PERFORM 4310-REAPONTA-CONTA
               THRU 4310-REAPONTA-CONTA-EXIT
               UNTIL FIM-XREF.
       4300-REAPONTA-CONTAS-EXIT.
           EXIT.

       4310-REAPONTA-CONTA.
           IF XRF-CPF = LGP-CPF
               MOVE WRK-CPF-ANONIMO TO XRF-CPF
               REWRITE CONTA-XREF-REC
                   INVALID KEY
                       DISPLAY "ERRO AO ANONIMIZAR CONTA: " XRF-CONTA
               END-REWRITE
           END-IF.

           READ CONTA-XREF NEXT RECORD
               AT END SET FIM-XREF TO TRUE
           END-READ.
       4310-REAPONTA-CONTA-EXIT.
           EXIT.

       4400-REAPONTA-HISTORICO.
           IF NOT HISTORICO-DISPONIVEL
               GO TO 4400-REAPONTA-HISTORICO-EXIT
           END-IF.

           MOVE "N"   TO WRK-FIM-HIST.
           MOVE ZEROS TO HST-CHAVE.
           START CONTA-HISTORICO KEY IS NOT LESS THAN HST-CHAVE
               INVALID KEY
                   SET FIM-HIST TO TRUE
           END-START.

           IF NOT FIM-HIST
               READ CONTA-HISTORICO NEXT RECORD
                   AT END SET FIM-HIST TO TRUE
               END-READ
           END-IF.

           PERFORM 4410-REAPONTA-PERIODO
               THRU 4410-REAPONTA-PERIODO-EXIT
               UNTIL FIM-HIST.
       4400-REAPONTA-HISTORICO-EXIT.
           EXIT.

       4410-REAPONTA-PERIODO.
           IF HST-CPF = LGP-CPF
               MOVE WRK-CPF-ANONIMO TO HST-CPF
               REWRITE CONTA-HIST-REC
                   INVALID KEY
                       DISPLAY "ERRO AO ANONIMIZAR HISTORICO: "
                               HST-CHAVE
               END-REWRITE
           END-IF.

           READ CONTA-HISTORICO NEXT RECORD
               AT END SET FIM-HIST TO TRUE
           END-READ.
       4410-REAPONTA-PERIODO-EXIT.
           EXIT.

       4500-MOVE-PARTICIPACOES.
      *-----------------------------------------------------------------
      *    A CHAVE DA PARTICIPACAO CONTEM O CPF: CADA UMA E EXCLUIDA
      *    E REGRAVADA SOB O CODIGO ANONIMO. O START E REFEITO A
      *    CADA REGISTRO, PARA NAO DEPENDER DA POSICAO DE LEITURA
      *    DEPOIS DA EXCLUSAO.
      *-----------------------------------------------------------------
           IF NOT PARTICIPANTES-DISPONIVEL
               GO TO 4500-MOVE-PARTICIPACOES-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-PART.
           PERFORM 4510-MOVE-PARTICIPACAO
               THRU 4510-MOVE-PARTICIPACAO-EXIT
               UNTIL FIM-PART.
       4500-MOVE-PARTICIPACOES-EXIT.
           EXIT.

       4510-MOVE-PARTICIPACAO.
           MOVE LGP-CPF TO PTC-CPF.
           START CONTA-PARTICIPANTE KEY IS EQUAL TO PTC-CPF
               INVALID KEY
                   SET FIM-PART TO TRUE
                   GO TO 4510-MOVE-PARTICIPACAO-EXIT
           END-START.

           READ CONTA-PARTICIPANTE NEXT RECORD
               AT END
                   SET FIM-PART TO TRUE
                   GO TO 4510-MOVE-PARTICIPACAO-EXIT
           END-READ.

           MOVE CONTA-PARTICIPANTE-REC TO WRK-PTC-SALVO.
           DELETE CONTA-PARTICIPANTE
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR PARTICIPACAO: " PTC-CHAVE
                   SET FIM-PART TO TRUE
                   GO TO 4510-MOVE-PARTICIPACAO-EXIT
           END-DELETE.

           MOVE WRK-PTC-SALVO   TO CONTA-PARTICIPANTE-REC.
           MOVE WRK-CPF-ANONIMO TO PTC-CPF.
           WRITE CONTA-PARTICIPANTE-REC
               INVALID KEY
                   DISPLAY "ERRO AO ANONIMIZAR PARTICIPACAO: "
                           PTC-CHAVE
           END-WRITE.
       4510-MOVE-PARTICIPACAO-EXIT.
           EXIT.

       4600-MASCARA-CONTATOS.
      *-----------------------------------------------------------------
      *    OS CONTATOS FICAM GUARDADOS COM TIPO, SITUACAO E DATAS,
      *    MAS SEM O NUMERO: A CHAVE PASSA A SER O CODIGO ANONIMO +
      *    UM NUMERO MASCARADO COM O ORDINAL DO CONTATO E O NUMERO
      *    SUBSTITUTO, QUANDO HA, E MASCARADO COM ASTERISCOS.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-QTDE-CONTATOS.
           MOVE "N"   TO WRK-FIM-CONTATO.
           PERFORM 4610-MASCARA-CONTATO
               THRU 4610-MASCARA-CONTATO-EXIT
               UNTIL FIM-CONTATO.
       4600-MASCARA-CONTATOS-EXIT.
           EXIT.

       4610-MASCARA-CONTATO.
           MOVE LGP-CPF    TO CTT-CPF.
           MOVE LOW-VALUES TO CTT-VALOR.
           START CONTATO-MASTER KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   SET FIM-CONTATO TO TRUE
                   GO TO 4610-MASCARA-CONTATO-EXIT
           END-START.

           READ CONTATO-MASTER NEXT RECORD
               AT END
                   SET FIM-CONTATO TO TRUE
                   GO TO 4610-MASCARA-CONTATO-EXIT
           END-READ.

           IF CTT-CPF NOT = LGP-CPF
               SET FIM-CONTATO TO TRUE
               GO TO 4610-MASCARA-CONTATO-EXIT
           END-IF.

           MOVE CONTATO-REC TO WRK-CTT-SALVO.
           DELETE CONTATO-MASTER
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR CONTATO: " CTT-CHAVE
                   SET FIM-CONTATO TO TRUE
                   GO TO 4610-MASCARA-CONTATO-EXIT
           END-DELETE.

           ADD 1 TO WRK-QTDE-CONTATOS.
           MOVE WRK-QTDE-CONTATOS    TO WRK-TM-ORDEM.
           MOVE WRK-CTT-SALVO        TO CONTATO-REC.
           MOVE WRK-CPF-ANONIMO      TO CTT-CPF.
           MOVE WRK-TELEFONE-MASCARA TO CTT-VALOR.
           IF CTT-SUBSTITUTO NOT = SPACES
               MOVE ALL "*"          TO CTT-SUBSTITUTO
           END-IF.
           WRITE CONTATO-REC
               INVALID KEY
                   DISPLAY "ERRO AO MASCARAR CONTATO: " CTT-CHAVE
           END-WRITE.
       4610-MASCARA-CONTATO-EXIT.
           EXIT.

       4700-REAPONTA-COBRANCA.
      *-----------------------------------------------------------------
      *    O HISTORICO DE COBRANCA E GUARDADO SOB O CODIGO ANONIMO.
      *    O CPF E CHAVE ALTERNATIVA: O START E REFEITO A CADA
      *    REGRAVACAO, POIS O REGISTRO SAI DA SEQUENCIA DO CPF.
      *-----------------------------------------------------------------
           IF NOT COBRANCA-DISPONIVEL
               GO TO 4700-REAPONTA-COBRANCA-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-COBRANCA.
           PERFORM 4710-REAPONTA-AVISO
               THRU 4710-REAPONTA-AVISO-EXIT
               UNTIL FIM-COBRANCA.
       4700-REAPONTA-COBRANCA-EXIT.
           EXIT.

       4710-REAPONTA-AVISO.
           MOVE LGP-CPF TO HCB-CPF.
           START HIST-COBRANCA KEY IS EQUAL TO HCB-CPF
               INVALID KEY
                   SET FIM-COBRANCA TO TRUE
                   GO TO 4710-REAPONTA-AVISO-EXIT
           END-START.

           READ HIST-COBRANCA NEXT RECORD
               AT END
                   SET FIM-COBRANCA TO TRUE
                   GO TO 4710-REAPONTA-AVISO-EXIT
           END-READ.

           MOVE WRK-CPF-ANONIMO TO HCB-CPF.
           REWRITE HIST-COBRANCA-REC
               INVALID KEY
                   DISPLAY "ERRO AO ANONIMIZAR AVISO: " HCB-CHAVE
                   SET FIM-COBRANCA TO TRUE
           END-REWRITE.
       4710-REAPONTA-AVISO-EXIT.
           EXIT.

       4750-REAPONTA-SITUACAO.
      *-----------------------------------------------------------------
      *    SITUACAO CADASTRAL E SITUACAO NA RECEITA SAO CHAVEADAS
      *    PELO CPF: O REGISTRO E EXCLUIDO E REGRAVADO SOB O CODIGO
      *    ANONIMO, QUE AS ROTINAS DA RECEITA IGNORAM POR NAO SER
      *    NUMERICO.
      *-----------------------------------------------------------------
           IF NOT SITUACAO-DISPONIVEL
               GO TO 4750-REAPONTA-SITUACAO-EXIT
           END-IF.

           MOVE LGP-CPF TO STS-CPF.
           READ CLIENTE-STATUS
               INVALID KEY
                   GO TO 4750-REAPONTA-SITUACAO-EXIT
           END-READ.

           MOVE CLIENTE-STATUS-REC TO WRK-STS-SALVO.
           DELETE CLIENTE-STATUS
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR SITUACAO: " STS-CPF
                   GO TO 4750-REAPONTA-SITUACAO-EXIT
           END-DELETE.

           MOVE WRK-STS-SALVO   TO CLIENTE-STATUS-REC.
           MOVE WRK-CPF-ANONIMO TO STS-CPF.
           WRITE CLIENTE-STATUS-REC
               INVALID KEY
                   DISPLAY "ERRO AO ANONIMIZAR SITUACAO: " STS-CPF
           END-WRITE.
       4750-REAPONTA-SITUACAO-EXIT.
           EXIT.

       4800-REAPONTA-RESPONSAVEIS.
      *-----------------------------------------------------------------
      *    O VINCULO DE RESPONSAVEL LEGAL LEVA O CPF NOS DOIS PAPEIS.
      *    COMO MENOR, O VINCULO EM ABERTO E ENCERRADO NA DATA DO
      *    LOTE, PARA QUE A MAIORIDADE NAO O TRATE MAIS COMO MENOR
      *    SEM CADASTRO; COMO RESPONSAVEL, O VINCULO SO TROCA DE CPF.
      *    O START E REFEITO A CADA REGISTRO, COMO NAS PARTICIPACOES.
      *-----------------------------------------------------------------
           IF NOT RESPONSAVEIS-DISPONIVEL
               GO TO 4800-REAPONTA-RESPONSAVEIS-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-RESPONSAVEL.
           PERFORM 4810-REAPONTA-MENOR
               THRU 4810-REAPONTA-MENOR-EXIT
               UNTIL FIM-RESPONSAVEL.

           MOVE "N" TO WRK-FIM-RESPONSAVEL.
           PERFORM 4820-REAPONTA-RESPONSAVEL
               THRU 4820-REAPONTA-RESPONSAVEL-EXIT
               UNTIL FIM-RESPONSAVEL.
       4800-REAPONTA-RESPONSAVEIS-EXIT.
           EXIT.

       4810-REAPONTA-MENOR.
           MOVE LGP-CPF    TO RSP-CPF-MENOR.
           MOVE LOW-VALUES TO RSP-CPF-RESPONSAVEL.
           START CLIENTE-RESPONSAVEL KEY IS NOT LESS THAN RSP-CHAVE
               INVALID KEY
                   SET FIM-RESPONSAVEL TO TRUE
                   GO TO 4810-REAPONTA-MENOR-EXIT
           END-START.

           READ CLIENTE-RESPONSAVEL NEXT RECORD
               AT END
                   SET FIM-RESPONSAVEL TO TRUE
                   GO TO 4810-REAPONTA-MENOR-EXIT
           END-READ.

           IF RSP-CPF-MENOR NOT = LGP-CPF
               SET FIM-RESPONSAVEL TO TRUE
               GO TO 4810-REAPONTA-MENOR-EXIT
           END-IF.

           MOVE RESPONSAVEL-REC TO WRK-RSP-SALVO.
           DELETE CLIENTE-RESPONSAVEL
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR RESPONSAVEL: " RSP-CHAVE
                   SET FIM-RESPONSAVEL TO TRUE
                   GO TO 4810-REAPONTA-MENOR-EXIT
           END-DELETE.

           MOVE WRK-RSP-SALVO   TO RESPONSAVEL-REC.
           MOVE WRK-CPF-ANONIMO TO RSP-CPF-MENOR.
           IF RSP-DATA-FIM = ZEROS
               MOVE WRK-DATA-ATUAL TO RSP-DATA-FIM
               MOVE "LGPDPED"      TO RSP-PROGRAMA
           END-IF.
           WRITE RESPONSAVEL-REC
               INVALID KEY
                   DISPLAY "ERRO AO ANONIMIZAR RESPONSAVEL: "
                           RSP-CHAVE
           END-WRITE.
       4810-REAPONTA-MENOR-EXIT.
           EXIT.

       4820-REAPONTA-RESPONSAVEL.
           MOVE LGP-CPF TO RSP-CPF-RESPONSAVEL.
           START CLIENTE-RESPONSAVEL
               KEY IS EQUAL TO RSP-CPF-RESPONSAVEL
               INVALID KEY
                   SET FIM-RESPONSAVEL TO TRUE
                   GO TO 4820-REAPONTA-RESPONSAVEL-EXIT
           END-START.

           READ CLIENTE-RESPONSAVEL NEXT RECORD
               AT END
                   SET FIM-RESPONSAVEL TO TRUE
                   GO TO 4820-REAPONTA-RESPONSAVEL-EXIT
           END-READ.

           MOVE RESPONSAVEL-REC TO WRK-RSP-SALVO.
           DELETE CLIENTE-RESPONSAVEL
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR RESPONSAVEL: " RSP-CHAVE
                   SET FIM-RESPONSAVEL TO TRUE
                   GO TO 4820-REAPONTA-RESPONSAVEL-EXIT
           END-DELETE.

           MOVE WRK-RSP-SALVO   TO RESPONSAVEL-REC.
           MOVE WRK-CPF-ANONIMO TO RSP-CPF-RESPONSAVEL.
           WRITE RESPONSAVEL-REC
               INVALID KEY
                   DISPLAY "ERRO AO ANONIMIZAR RESPONSAVEL: "
                           RSP-CHAVE
           END-WRITE.
       4820-REAPONTA-RESPONSAVEL-EXIT.
           EXIT.

       4850-REAPONTA-RECEITA.
           IF NOT RECEITA-DISPONIVEL
               GO TO 4850-REAPONTA-RECEITA-EXIT
           END-IF.

           MOVE LGP-CPF TO SRF-CPF.
           READ SITUACAO-RECEITA
               INVALID KEY
                   GO TO 4850-REAPONTA-RECEITA-EXIT
           END-READ.

           MOVE SITUACAO-RECEITA-REC TO WRK-SRF-SALVO.
           DELETE SITUACAO-RECEITA
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR SITUACAO RECEITA: "
                           SRF-CPF
                   GO TO 4850-REAPONTA-RECEITA-EXIT
           END-DELETE.

           MOVE WRK-SRF-SALVO   TO SITUACAO-RECEITA-REC.
           MOVE WRK-CPF-ANONIMO TO SRF-CPF.
           WRITE SITUACAO-RECEITA-REC
               INVALID KEY
                   DISPLAY "ERRO AO ANONIMIZAR SITUACAO RECEITA: "
                           SRF-CPF
           END-WRITE.
       4850-REAPONTA-RECEITA-EXIT.
           EXIT.

       4900-REAPONTA-DISPOSICOES.
      *-----------------------------------------------------------------
      *    AS DECISOES DA TRIAGEM DE LISTAS RESTRITIVAS SAO GUARDADAS
      *    SOB O CODIGO ANONIMO, COM A MESMA FONTE E IDENTIFICACAO
      *    NA LISTA.
      *-----------------------------------------------------------------
           IF NOT DISPOSICOES-DISPONIVEL
               GO TO 4900-REAPONTA-DISPOSICOES-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-DISPOSICAO.
           PERFORM 4910-REAPONTA-DISPOSICAO
               THRU 4910-REAPONTA-DISPOSICAO-EXIT
               UNTIL FIM-DISPOSICAO.
       4900-REAPONTA-DISPOSICOES-EXIT.
           EXIT.

       4910-REAPONTA-DISPOSICAO.
           MOVE LGP-CPF    TO DSP-CPF.
           MOVE LOW-VALUES TO DSP-SAN-CHAVE.
           START SANCAO-DISPOSICAO KEY IS NOT LESS THAN DSP-CHAVE
               INVALID KEY
                   SET FIM-DISPOSICAO TO TRUE
                   GO TO 4910-REAPONTA-DISPOSICAO-EXIT
           END-START.

           READ SANCAO-DISPOSICAO NEXT RECORD
               AT END
                   SET FIM-DISPOSICAO TO TRUE
                   GO TO 4910-REAPONTA-DISPOSICAO-EXIT
           END-READ.

           IF DSP-CPF NOT = LGP-CPF
               SET FIM-DISPOSICAO TO TRUE
               GO TO 4910-REAPONTA-DISPOSICAO-EXIT
           END-IF.

           MOVE SANCAO-DISPOSICAO-REC TO WRK-DSP-SALVO.
           DELETE SANCAO-DISPOSICAO
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR TRIAGEM: " DSP-CHAVE
                   SET FIM-DISPOSICAO TO TRUE
                   GO TO 4910-REAPONTA-DISPOSICAO-EXIT
           END-DELETE.

           MOVE WRK-DSP-SALVO   TO SANCAO-DISPOSICAO-REC.
           MOVE WRK-CPF-ANONIMO TO DSP-CPF.
           WRITE SANCAO-DISPOSICAO-REC
               INVALID KEY
                   DISPLAY "ERRO AO ANONIMIZAR TRIAGEM: " DSP-CHAVE
           END-WRITE.
       4910-REAPONTA-DISPOSICAO-EXIT.
           EXIT.

       5000-MASCARA-SEQUENCIAIS.
      *-----------------------------------------------------------------
      *    JORNAL DE ALTERACOES, REJEITOS, TRILHA DE AUDITORIA E
      *    ALERTAS DE LISTAS RESTRITIVAS E DE FRAUDE SAO GUARDADOS
      *    POR OBRIGACAO LEGAL: CADA UM E COPIADO PARA O
      *    ARQUIVO DE TRABALHO COM OS REGISTROS DOS CPFS ELIMINADOS
      *    MASCARADOS E DEPOIS REGRAVADO A PARTIR DELE, NO MOLDE DA
      *    RETENCAO DA AUDITORIA.
      *-----------------------------------------------------------------
           IF WRK-ELIM-USADOS = 0
               GO TO 5000-MASCARA-SEQUENCIAIS-EXIT
           END-IF.

           PERFORM 5100-MASCARA-JORNAL THRU 5100-MASCARA-JORNAL-EXIT.
           PERFORM 5200-MASCARA-REJEITOS
               THRU 5200-MASCARA-REJEITOS-EXIT.
           PERFORM 5300-MASCARA-REJ-TELEFONE
               THRU 5300-MASCARA-REJ-TELEFONE-EXIT.
           PERFORM 5400-MASCARA-AUDITORIA
               THRU 5400-MASCARA-AUDITORIA-EXIT.
           PERFORM 5500-MASCARA-ALERTAS-SANCAO
               THRU 5500-MASCARA-ALERTAS-SANCAO-EXIT.
           PERFORM 5600-MASCARA-ALERTAS-FRAUDE
               THRU 5600-MASCARA-ALERTAS-FRAUDE-EXIT.
       5000-MASCARA-SEQUENCIAIS-EXIT.
           EXIT.

       5100-MASCARA-JORNAL.
           MOVE "N" TO WRK-FIM-SEQ.
           OPEN INPUT CLIENTE-JORNAL.
           IF WRK-STATUS-JORNAL NOT = "00"
               GO TO 5100-MASCARA-JORNAL-EXIT
           END-IF.
           OPEN OUTPUT JORNAL-NOVO.

           READ CLIENTE-JORNAL
               AT END SET FIM-SEQ TO TRUE
           END-READ.

           PERFORM 5110-MASCARA-ALTERACAO
               THRU 5110-MASCARA-ALTERACAO-EXIT
               UNTIL FIM-SEQ.

           CLOSE CLIENTE-JORNAL.
           CLOSE JORNAL-NOVO.

           OPEN OUTPUT CLIENTE-JORNAL.
           OPEN INPUT  JORNAL-NOVO.
           MOVE "N" TO WRK-FIM-NOVO.
           READ JORNAL-NOVO
               AT END SET FIM-NOVO TO TRUE
           END-READ.

           PERFORM 5120-COPIA-JORNAL THRU 5120-COPIA-JORNAL-EXIT
               UNTIL FIM-NOVO.

           CLOSE CLIENTE-JORNAL.
           CLOSE JORNAL-NOVO.
       5100-MASCARA-JORNAL-EXIT.
           EXIT.

       5110-MASCARA-ALTERACAO.
           MOVE JRN-CPF TO WRK-CPF-PROCURADO.
           PERFORM 5900-PROCURA-ELIMINADO
               THRU 5900-PROCURA-ELIMINADO-EXIT.

           IF WRK-IDX-ACHADO > 0
               ADD 1 TO WRK-CONT-JRN-MASCARADOS
               MOVE WRK-ELIM-ANONIMO(WRK-IDX-ACHADO)
                   TO WRK-CPF-ANONIMO
               MOVE WRK-CPF-ANONIMO TO JRN-CPF
               IF JRN-IMAGEM-ANTES NOT = SPACES
                   MOVE JRN-IMAGEM-ANTES TO WRK-IMG-CLIENTE
                   PERFORM 7000-MASCARA-CLIENTE
                       THRU 7000-MASCARA-CLIENTE-EXIT
                   MOVE WRK-IMG-CLIENTE TO JRN-IMAGEM-ANTES
               END-IF
               IF JRN-IMAGEM-DEPOIS NOT = SPACES
                   MOVE JRN-IMAGEM-DEPOIS TO WRK-IMG-CLIENTE
                   PERFORM 7000-MASCARA-CLIENTE
                       THRU 7000-MASCARA-CLIENTE-EXIT
                   MOVE WRK-IMG-CLIENTE TO JRN-IMAGEM-DEPOIS
               END-IF
           END-IF.

           WRITE JRN-NOVO-REC FROM JORNAL-REC.

           READ CLIENTE-JORNAL
               AT END SET FIM-SEQ TO TRUE
           END-READ.
       5110-MASCARA-ALTERACAO-EXIT.
           EXIT.

       5120-COPIA-JORNAL.
           MOVE JRN-NOVO-REC TO JORNAL-REC.
           WRITE JORNAL-REC.

           READ JORNAL-NOVO
               AT END SET FIM-NOVO TO TRUE
           END-READ.
       5120-COPIA-JORNAL-EXIT.
           EXIT.

       5200-MASCARA-REJEITOS.
           MOVE "N" TO WRK-FIM-SEQ.
           OPEN INPUT CLIENTE-REJEITOS.
           IF WRK-STATUS-REJ NOT = "00"
               GO TO 5200-MASCARA-REJEITOS-EXIT
           END-IF.
           OPEN OUTPUT REJEITO-NOVO.

           READ CLIENTE-REJEITOS
               AT END SET FIM-SEQ TO TRUE
           END-READ.

           PERFORM 5210-MASCARA-REJEITO
               THRU 5210-MASCARA-REJEITO-EXIT
               UNTIL FIM-SEQ.

           CLOSE CLIENTE-REJEITOS.
           CLOSE REJEITO-NOVO.

           OPEN OUTPUT CLIENTE-REJEITOS.
           OPEN INPUT  REJEITO-NOVO.
           MOVE "N" TO WRK-FIM-NOVO.
           READ REJEITO-NOVO
               AT END SET FIM-NOVO TO TRUE
           END-READ.

           PERFORM 5220-COPIA-REJEITO THRU 5220-COPIA-REJEITO-EXIT
               UNTIL FIM-NOVO.

           CLOSE CLIENTE-REJEITOS.
           CLOSE REJEITO-NOVO.
       5200-MASCARA-REJEITOS-EXIT.
           EXIT.

       5210-MASCARA-REJEITO.
      *-----------------------------------------------------------------
      *    O REJEITO FICA COM FUNCAO, MOTIVO E DATA; NA IMAGEM DA
      *    TRANSACAO SO SOBRAM OS CAMPOS QUE NAO IDENTIFICAM A
      *    PESSOA.
      *-----------------------------------------------------------------
           MOVE REJ-CPF TO WRK-CPF-PROCURADO.
           PERFORM 5900-PROCURA-ELIMINADO
               THRU 5900-PROCURA-ELIMINADO-EXIT.

           IF WRK-IDX-ACHADO > 0
               ADD 1 TO WRK-CONT-REJ-MASCARADOS
               MOVE WRK-ELIM-ANONIMO(WRK-IDX-ACHADO)
                   TO WRK-CPF-ANONIMO
               MOVE WRK-CPF-ANONIMO  TO REJ-CPF
               MOVE REJ-IMAGEM-TRANS TO WRK-IMG-TRANS
               MOVE WRK-CPF-ANONIMO  TO WRK-NA-CPF
               MOVE WRK-NOME-ANONIMO TO WRK-IMT-NOME
               MOVE SPACES           TO WRK-IMT-RG
               MOVE WRK-CPF-ANONIMO  TO WRK-IMT-CPF
               MOVE SPACES           TO WRK-IMT-LOGRADOURO
               MOVE SPACES           TO WRK-IMT-NUMERO
               MOVE SPACES           TO WRK-IMT-CIDADE
               MOVE ZEROS            TO WRK-IMT-CEP
               MOVE ZEROS            TO WRK-IMT-NASC
               MOVE WRK-IMG-TRANS    TO REJ-IMAGEM-TRANS
           END-IF.

           WRITE REJ-NOVO-REC FROM REJEITO-REC.

           READ CLIENTE-REJEITOS
               AT END SET FIM-SEQ TO TRUE
           END-READ.
       5210-MASCARA-REJEITO-EXIT.
           EXIT.

       5220-COPIA-REJEITO.
           MOVE REJ-NOVO-REC TO REJEITO-REC.
           WRITE REJEITO-REC.

           READ REJEITO-NOVO
               AT END SET FIM-NOVO TO TRUE
           END-READ.
       5220-COPIA-REJEITO-EXIT.
           EXIT.

       5300-MASCARA-REJ-TELEFONE.
           MOVE "N" TO WRK-FIM-SEQ.
           OPEN INPUT TELEFONE-REJEITOS.
           IF WRK-STATUS-TELREJ NOT = "00"
               GO TO 5300-MASCARA-REJ-TELEFONE-EXIT
           END-IF.
           OPEN OUTPUT TELREJ-NOVO.

           READ TELEFONE-REJEITOS
               AT END SET FIM-SEQ TO TRUE
           END-READ.

           PERFORM 5310-MASCARA-REJ-TEL
               THRU 5310-MASCARA-REJ-TEL-EXIT
               UNTIL FIM-SEQ.

           CLOSE TELEFONE-REJEITOS.
           CLOSE TELREJ-NOVO.

           OPEN OUTPUT TELEFONE-REJEITOS.
           OPEN INPUT  TELREJ-NOVO.
           MOVE "N" TO WRK-FIM-NOVO.
           READ TELREJ-NOVO
               AT END SET FIM-NOVO TO TRUE
           END-READ.

           PERFORM 5320-COPIA-REJ-TEL THRU 5320-COPIA-REJ-TEL-EXIT
               UNTIL FIM-NOVO.

           CLOSE TELEFONE-REJEITOS.
           CLOSE TELREJ-NOVO.
       5300-MASCARA-REJ-TELEFONE-EXIT.
           EXIT.

       5310-MASCARA-REJ-TEL.
           MOVE TELREJ-IMAGEM-TRANS TO WRK-IMG-TELEFONE.
           MOVE WRK-IMF-CPF TO WRK-CPF-PROCURADO.
           PERFORM 5900-PROCURA-ELIMINADO
               THRU 5900-PROCURA-ELIMINADO-EXIT.

           IF WRK-IDX-ACHADO > 0
               ADD 1 TO WRK-CONT-TEL-MASCARADOS
               MOVE WRK-ELIM-ANONIMO(WRK-IDX-ACHADO) TO WRK-IMF-CPF
               MOVE ALL "*"         TO WRK-IMF-VALOR
               IF WRK-IMF-VALOR-NOVO NOT = SPACES
                   MOVE ALL "*"     TO WRK-IMF-VALOR-NOVO
               END-IF
               MOVE WRK-IMG-TELEFONE TO TELREJ-IMAGEM-TRANS
           END-IF.

           WRITE TELREJ-NOVO-REC FROM TELEFONE-REJEITO-REC.

           READ TELEFONE-REJEITOS
               AT END SET FIM-SEQ TO TRUE
           END-READ.
       5310-MASCARA-REJ-TEL-EXIT.
           EXIT.

       5320-COPIA-REJ-TEL.
           MOVE TELREJ-NOVO-REC TO TELEFONE-REJEITO-REC.
           WRITE TELEFONE-REJEITO-REC.

           READ TELREJ-NOVO
               AT END SET FIM-NOVO TO TRUE
           END-READ.
       5320-COPIA-REJ-TEL-EXIT.
           EXIT.

       5400-MASCARA-AUDITORIA.
           MOVE "N" TO WRK-FIM-SEQ.
           OPEN INPUT AUDIT-TRILHA.
           IF WRK-STATUS-AUDIT NOT = "00"
               GO TO 5400-MASCARA-AUDITORIA-EXIT
           END-IF.
           OPEN OUTPUT AUDIT-NOVO.

           READ AUDIT-TRILHA
               AT END SET FIM-SEQ TO TRUE
           END-READ.

           PERFORM 5410-MASCARA-REG-AUDITORIA
               THRU 5410-MASCARA-REG-AUDITORIA-EXIT
               UNTIL FIM-SEQ.

           CLOSE AUDIT-TRILHA.
           CLOSE AUDIT-NOVO.

           OPEN OUTPUT AUDIT-TRILHA.
           OPEN INPUT  AUDIT-NOVO.
           MOVE "N" TO WRK-FIM-NOVO.
           READ AUDIT-NOVO
               AT END SET FIM-NOVO TO TRUE
           END-READ.

           PERFORM 5420-COPIA-AUDITORIA
               THRU 5420-COPIA-AUDITORIA-EXIT
               UNTIL FIM-NOVO.

           CLOSE AUDIT-TRILHA.
           CLOSE AUDIT-NOVO.
       5400-MASCARA-AUDITORIA-EXIT.
           EXIT.

       5410-MASCARA-REG-AUDITORIA.
           MOVE AUD-CHAVE TO WRK-CHAVE-AUDITORIA.
           MOVE ZEROS     TO WRK-IDX-ACHADO.
           IF WRK-CA-RESTO = SPACES
               MOVE WRK-CA-CPF TO WRK-CPF-PROCURADO
               PERFORM 5900-PROCURA-ELIMINADO
                   THRU 5900-PROCURA-ELIMINADO-EXIT
           END-IF.

           IF WRK-IDX-ACHADO > 0
               ADD 1 TO WRK-CONT-AUD-MASCARADOS
               MOVE WRK-ELIM-ANONIMO(WRK-IDX-ACHADO) TO AUD-CHAVE
           END-IF.

           WRITE AUD-NOVO-REC FROM AUDIT-REC.

           READ AUDIT-TRILHA
               AT END SET FIM-SEQ TO TRUE
           END-READ.
       5410-MASCARA-REG-AUDITORIA-EXIT.
           EXIT.

       5420-COPIA-AUDITORIA.
           MOVE AUD-NOVO-REC TO AUDIT-REC.
           WRITE AUDIT-REC.

           READ AUDIT-NOVO
               AT END SET FIM-NOVO TO TRUE
           END-READ.
       5420-COPIA-AUDITORIA-EXIT.
           EXIT.

       5500-MASCARA-ALERTAS-SANCAO.
           MOVE "N" TO WRK-FIM-SEQ.
           OPEN INPUT SANCAO-ALERTA.
           IF WRK-STATUS-ALERTA NOT = "00"
               GO TO 5500-MASCARA-ALERTAS-SANCAO-EXIT
           END-IF.
           OPEN OUTPUT ALERTA-NOVO.

           READ SANCAO-ALERTA
               AT END SET FIM-SEQ TO TRUE
           END-READ.

           PERFORM 5510-MASCARA-ALERTA-SANCAO
               THRU 5510-MASCARA-ALERTA-SANCAO-EXIT
               UNTIL FIM-SEQ.

           CLOSE SANCAO-ALERTA.
           CLOSE ALERTA-NOVO.

           OPEN OUTPUT SANCAO-ALERTA.
           OPEN INPUT  ALERTA-NOVO.
           MOVE "N" TO WRK-FIM-NOVO.
           READ ALERTA-NOVO
               AT END SET FIM-NOVO TO TRUE
           END-READ.

           PERFORM 5520-COPIA-ALERTA-SANCAO
               THRU 5520-COPIA-ALERTA-SANCAO-EXIT
               UNTIL FIM-NOVO.

           CLOSE SANCAO-ALERTA.
           CLOSE ALERTA-NOVO.
       5500-MASCARA-ALERTAS-SANCAO-EXIT.
           EXIT.

       5510-MASCARA-ALERTA-SANCAO.
      *-----------------------------------------------------------------
      *    O ALERTA FICA COM A FONTE, A ENTRADA DA LISTA E O SCORE;
      *    NOME E NASCIMENTO DO CLIENTE SAEM.
      *-----------------------------------------------------------------
           MOVE ALR-CPF TO WRK-CPF-PROCURADO.
           PERFORM 5900-PROCURA-ELIMINADO
               THRU 5900-PROCURA-ELIMINADO-EXIT.

           IF WRK-IDX-ACHADO > 0
               ADD 1 TO WRK-CONT-ALR-MASCARADOS
               MOVE WRK-ELIM-ANONIMO(WRK-IDX-ACHADO)
                   TO WRK-CPF-ANONIMO
               MOVE WRK-CPF-ANONIMO  TO ALR-CPF
               MOVE WRK-CPF-ANONIMO  TO WRK-NA-CPF
               MOVE WRK-NOME-ANONIMO TO ALR-NOME
               MOVE ZEROS            TO ALR-DATA-NASC
           END-IF.

           WRITE ALR-NOVO-REC FROM SANCAO-ALERTA-REC.

           READ SANCAO-ALERTA
               AT END SET FIM-SEQ TO TRUE
           END-READ.
       5510-MASCARA-ALERTA-SANCAO-EXIT.
           EXIT.

       5520-COPIA-ALERTA-SANCAO.
           MOVE ALR-NOVO-REC TO SANCAO-ALERTA-REC.
           WRITE SANCAO-ALERTA-REC.

           READ ALERTA-NOVO
               AT END SET FIM-NOVO TO TRUE
           END-READ.
       5520-COPIA-ALERTA-SANCAO-EXIT.
           EXIT.

       5600-MASCARA-ALERTAS-FRAUDE.
           MOVE "N" TO WRK-FIM-SEQ.
           OPEN INPUT FRAUDE-ALERTA.
           IF WRK-STATUS-FRAUDE NOT = "00"
               GO TO 5600-MASCARA-ALERTAS-FRAUDE-EXIT
           END-IF.
           OPEN OUTPUT FRAUDE-NOVO.

           READ FRAUDE-ALERTA
               AT END SET FIM-SEQ TO TRUE
           END-READ.

           PERFORM 5610-MASCARA-ALERTA-FRAUDE
               THRU 5610-MASCARA-ALERTA-FRAUDE-EXIT
               UNTIL FIM-SEQ.

           CLOSE FRAUDE-ALERTA.
           CLOSE FRAUDE-NOVO.

           OPEN OUTPUT FRAUDE-ALERTA.
           OPEN INPUT  FRAUDE-NOVO.
           MOVE "N" TO WRK-FIM-NOVO.
           READ FRAUDE-NOVO
               AT END SET FIM-NOVO TO TRUE
           END-READ.

           PERFORM 5620-COPIA-ALERTA-FRAUDE
               THRU 5620-COPIA-ALERTA-FRAUDE-EXIT
               UNTIL FIM-NOVO.

           CLOSE FRAUDE-ALERTA.
           CLOSE FRAUDE-NOVO.
       5600-MASCARA-ALERTAS-FRAUDE-EXIT.
           EXIT.

       5610-MASCARA-ALERTA-FRAUDE.
      *-----------------------------------------------------------------
      *    O ALERTA FICA COM O EVENTO, AS DATAS, O SCORE E A ORIGEM;
      *    O DETALHE (ENDERECO, TELEFONE OU CONTA ALTERADOS) E O NOME
      *    IDENTIFICAM A PESSOA E SAEM.
      *-----------------------------------------------------------------
           MOVE FRD-CPF TO WRK-CPF-PROCURADO.
           PERFORM 5900-PROCURA-ELIMINADO
               THRU 5900-PROCURA-ELIMINADO-EXIT.

           IF WRK-IDX-ACHADO > 0
               ADD 1 TO WRK-CONT-FRD-MASCARADOS
               MOVE WRK-ELIM-ANONIMO(WRK-IDX-ACHADO)
                   TO WRK-CPF-ANONIMO
               MOVE WRK-CPF-ANONIMO  TO FRD-CPF
               MOVE WRK-CPF-ANONIMO  TO WRK-NA-CPF
               MOVE WRK-NOME-ANONIMO TO FRD-NOME
               MOVE SPACES           TO FRD-DETALHE
           END-IF.

           WRITE FRD-NOVO-REC FROM FRAUDE-ALERTA-REC.

           READ FRAUDE-ALERTA
               AT END SET FIM-SEQ TO TRUE
           END-READ.
       5610-MASCARA-ALERTA-FRAUDE-EXIT.
           EXIT.

       5620-COPIA-ALERTA-FRAUDE.
           MOVE FRD-NOVO-REC TO FRAUDE-ALERTA-REC.
           WRITE FRAUDE-ALERTA-REC.

           READ FRAUDE-NOVO
               AT END SET FIM-NOVO TO TRUE
           END-READ.
       5620-COPIA-ALERTA-FRAUDE-EXIT.
           EXIT.

       5900-PROCURA-ELIMINADO.
      *-----------------------------------------------------------------
      *    DEVOLVE EM WRK-IDX-ACHADO A POSICAO DO CPF PROCURADO NA
      *    TABELA DE ELIMINADOS DA RODADA (ZERO QUANDO NAO ESTA).
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 5910-COMPARA-ELIMINADO
               THRU 5910-COMPARA-ELIMINADO-EXIT
               VARYING WRK-IDX-ELIM FROM 1 BY 1
               UNTIL WRK-IDX-ELIM > WRK-ELIM-USADOS
                   OR WRK-IDX-ACHADO > 0.
       5900-PROCURA-ELIMINADO-EXIT.
           EXIT.

       5910-COMPARA-ELIMINADO.
           IF WRK-ELIM-CPF(WRK-IDX-ELIM) = WRK-CPF-PROCURADO
               MOVE WRK-IDX-ELIM TO WRK-IDX-ACHADO
           END-IF.
       5910-COMPARA-ELIMINADO-EXIT.
           EXIT.

       7000-MASCARA-CLIENTE.
      *-----------------------------------------------------------------
      *    MASCARA A IMAGEM DO CLIENTE EM WRK-IMG-CLIENTE SOB O
      *    CODIGO ANONIMO CORRENTE. O NOME LEVA O CODIGO PARA QUE OS
      *    ANONIMIZADOS NAO APARECAM COMO DUPLICADOS ENTRE SI.
      *-----------------------------------------------------------------
           MOVE WRK-CPF-ANONIMO  TO WRK-NA-CPF.
           MOVE WRK-NOME-ANONIMO TO WRK-IMG-NOME.
           MOVE SPACES           TO WRK-IMG-RG.
           MOVE WRK-CPF-ANONIMO  TO WRK-IMG-CPF.
           MOVE SPACES           TO WRK-IMG-LOGRADOURO.
           MOVE SPACES           TO WRK-IMG-NUMERO.
           MOVE SPACES           TO WRK-IMG-CIDADE.
           MOVE ZEROS            TO WRK-IMG-CEP.
           MOVE ZEROS            TO WRK-IMG-NASC.
       7000-MASCARA-CLIENTE-EXIT.
           EXIT.

       9000-FINALIZA.
           IF HISTORICO-DISPONIVEL
               CLOSE CONTA-HISTORICO
           END-IF.
           IF PARTICIPANTES-DISPONIVEL
               CLOSE CONTA-PARTICIPANTE
           END-IF.
           IF COBRANCA-DISPONIVEL
               CLOSE HIST-COBRANCA
           END-IF.
           IF SITUACAO-DISPONIVEL
               CLOSE CLIENTE-STATUS
           END-IF.
           IF RESPONSAVEIS-DISPONIVEL
               CLOSE CLIENTE-RESPONSAVEL
           END-IF.
           IF RECEITA-DISPONIVEL
               CLOSE SITUACAO-RECEITA
           END-IF.
           IF DISPOSICOES-DISPONIVEL
               CLOSE SANCAO-DISPOSICAO
           END-IF.
           CLOSE CLIENTE-MASTER.
           CLOSE CONTA-XREF.
           CLOSE CONTATO-MASTER.
           CLOSE LGPD-PEDIDOS.
           CLOSE LGPD-RESPOSTAS.
           CLOSE LGPD-REGISTRO.

           DISPLAY "PEDIDOS LGPD LIDOS ..: " WRK-CONT-PEDIDOS.
           DISPLAY "ACESSOS ATENDIDOS ...: " WRK-CONT-ACESSOS.
           DISPLAY "TITULARES ELIMINADOS : " WRK-CONT-ELIMINADOS.
           DISPLAY "PEDIDOS RECUSADOS ...: " WRK-CONT-RECUSADOS.
           DISPLAY "JORNAL MASCARADO ....: " WRK-CONT-JRN-MASCARADOS.
           DISPLAY "REJEITOS MASCARADOS .: " WRK-CONT-REJ-MASCARADOS.
           DISPLAY "REJ. TEL. MASCARADOS : " WRK-CONT-TEL-MASCARADOS.
           DISPLAY "AUDITORIA MASCARADA .: " WRK-CONT-AUD-MASCARADOS.
           DISPLAY "ALERTAS LISTA MASC. .: " WRK-CONT-ALR-MASCARADOS.
           DISPLAY "ALERTAS FRAUDE MASC. : " WRK-CONT-FRD-MASCARADOS.

           MOVE WRK-CONT-ACESSOS    TO AUD-R-ACE.
           MOVE WRK-CONT-ELIMINADOS TO AUD-R-ELI.
           MOVE WRK-CONT-RECUSADOS  TO AUD-R-REC.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-RECUSADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
