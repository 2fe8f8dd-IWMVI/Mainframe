       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE062.

      *AUTHOR. Wallace Martins.
      *    INTEGRACAO COM A LOJA VIRTUAL    *
      *    IMPORTACAO: LE O ARQUIVO DE PEDIDOS DA LOJA (PEDWEB.TXT:
      *    UM REGISTRO "1" COM O CLIENTE E O ENDERECO DE ENTREGA,
      *    SEGUIDO DOS REGISTROS "2" DOS ITENS PELO CODIGO DE
      *    BARRAS) E GRAVA CADA PEDIDO COMO VENDA NO ARQPED/ARQPEI
      *    PELO PRECO DA LOJA, COM A MESMA BAIXA DE ESTOQUE, LOTES,
      *    TITULOS, ENTREGA, DOCUMENTO FISCAL E PONTOS DO SCE005.
      *    CLIENTE NOVO E INCLUIDO NO ARQCLI. O PEDIDO INTEIRO E
      *    CONFERIDO ANTES DE GRAVAR: O QUE NAO PODE SER ACEITO SAI
      *    NO RELATORIO (RELWEB.TXT) COM O MOTIVO E VOLTA NO LEIAUTE
      *    ORIGINAL EM REJWEB.TXT, PARA CORRECAO E REENVIO. O NUMERO
      *    DO PEDIDO NA LOJA FICA NO ARQLJV: O MESMO ARQUIVO LIDO
      *    DUAS VEZES NAO GERA VENDA EM DOBRO. PRODUTO SERIALIZADO
      *    NAO E ACEITO AQUI (A SERIE E DIGITADA NA VENDA DO SCE005).
      *    EXPORTACAO: GRAVA EM ESTWEB.TXT O SALDO VENDAVEL DE CADA
      *    PRODUTO COM CODIGO DE BARRAS (SALDO DE LOJA MENOS OS
      *    ITENS EM BACKORDER) PARA A LOJA ATUALIZAR A VITRINE; RODA
      *    PELO MENU OU NA CADEIA NOTURNA (CARTAO PARMWEB.DAT "E").

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPEI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PEI-CHAVE
                 ALTERNATE RECORD KEY IS PEI-COD-PRO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-CODBARRA
                                   WITH DUPLICATES.

           SELECT ARQCLI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS DYNAMIC
                     RECORD KEY   IS CLI-CPFCNPJ
                     ALTERNATE RECORD KEY IS CLI-CODIGO WITH DUPLICATES
                     ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                     FILE STATUS  IS ST-ERRO.

           SELECT ARQAUD ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS ST-ERRO.

           SELECT ARQEST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EST-CHAVE
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQMOV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS MOV-CHAVE
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FEC-ANOMES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENT-PED-COD
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQTIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TIT-CHAVE
                 ALTERNATE RECORD KEY IS TIT-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAT-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIS-NUMERO
                 ALTERNATE RECORD KEY IS FIS-PED-COD WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQNF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                 ALTERNATE RECORD KEY IS KIT-COMPONENTE WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FID-CPFCNPJ
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIM-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLJV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LJV-NUMERO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQWEB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQREJ ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQEXP ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPRM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFRT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRT-CODIGO
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPED.DAT".

       01 REGPED.
          03 PED-COD                 PIC 9(06).
          03 PED-TIPOPEDIDO          PIC X(15).
          03 PED-DATA                PIC 9(08).
          03 PED-CLI-CPFCNPJ         PIC 9(14).
          03 PED-FOR-CPFCNPJ         PIC 9(14).
          03 PED-QTDITENS            PIC 9(02).
          03 PED-VALORTOTAL          PIC 9(09)V99.
          03 PED-STATUS              PIC X(01).
          03 PED-DATAVALIDADE        PIC 9(08).
          03 PED-VENDEDOR            PIC X(12).
          03 PED-DESCONTO            PIC 9(02)V99.

       FD ARQPEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEI.DAT".

       01 REGPEI.
          03 PEI-CHAVE.
             05 PEI-COD              PIC 9(06).
             05 PEI-ITEM             PIC 9(02).
          03 PEI-COD-PRO             PIC 9(06).
          03 PEI-QUANTIDADE          PIC 9(06).
          03 PEI-PRECOUNITARIO       PIC 9(06)V99.
          03 PEI-VALORITEM           PIC 9(09)V99.
          03 PEI-STATUS              PIC X(01).
          03 PEI-QTDRECEBIDA         PIC 9(06).
          03 PEI-DESCONTO            PIC 9(02)V99.
          03 PEI-FATOR               PIC 9(04).

       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       01 REGPRO.
          03 PRO-CODIGO              PIC 9(06).
          03 PRO-DESCRICAO           PIC X(30).
          03 PRO-UNIDADE             PIC X(02).
          03 PRO-TIPOPRODUTO         PIC 9(01).
          03 PRO-PRECO               PIC 9(06)V99.
          03 PRO-DATAULTIMA          PIC 9(08).
          03 PRO-QTDESTOQUE          PIC 9(06).
          03 PRO-CPFCNPJ             PIC 9(14).
          03 PRO-QTDEMINIMA          PIC 9(06).
          03 PRO-CUSTOMEDIO          PIC 9(06)V99.
          03 PRO-CLASSEABC           PIC X(01).
          03 PRO-PERECIVEL           PIC X(01).
          03 PRO-CODBARRA            PIC 9(13).
          03 PRO-SERIAL              PIC X(01).
          03 PRO-GARANTIA            PIC 9(03).
          03 PRO-PESO                PIC 9(03)V999.

       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".

       01 REGCLI.
          03 CLI-CODIGO              PIC 9(06).
          03 CLI-CPFCNPJ             PIC 9(14).
          03 CLI-TIPOCLIENTE         PIC X(01).
          03 CLI-NOME                PIC X(30).
          03 CLI-APELIDO             PIC X(30).
          03 CLI-CEP                 PIC 9(08).
          03 CLI-LOGRADOURO          PIC X(24).
          03 CLI-NUMERO              PIC X(11).
          03 CLI-COMPLEMENTO         PIC X(24).
          03 CLI-BAIRRO              PIC X(40).
          03 CLI-CIDADE              PIC X(24).
          03 CLI-ESTADO              PIC X(02).
          03 CLI-TELEFONE            PIC 9(11).
          03 CLI-TELEFONE2           PIC 9(11).
          03 CLI-TIPOTELEFONE2       PIC X(01).
          03 CLI-EMAIL               PIC X(33).
          03 CLI-CONTATO             PIC X(32).
          03 CLI-LIMITECREDITO       PIC 9(07)V99.

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.LOG".
       01 REGAUD.
                03 AUD-DATA               PIC 9(08).
                03 AUD-HORA               PIC 9(06).
                03 AUD-USUARIO            PIC X(12).
                03 AUD-PROGRAMA           PIC X(08).
                03 AUD-ACAO               PIC X(01).
                03 AUD-CHAVE              PIC X(14).
                03 FILLER                 PIC X(30).

       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".

       01 REGEST.
          03 EST-CHAVE.
             05 EST-COD-PRO          PIC 9(06).
             05 EST-LOCAL            PIC X(01).
          03 EST-QTDESTOQUE          PIC 9(06).

       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".

       01 REGMOV.
          03 MOV-CHAVE.
             05 MOV-COD-PRO          PIC 9(06).
             05 MOV-DATA             PIC 9(08).
             05 MOV-HORA             PIC 9(08).
             05 MOV-SEQ              PIC 9(03).
          03 MOV-TIPO                PIC X(01).
          03 MOV-LOCAL               PIC X(01).
          03 MOV-ORIGEM              PIC X(03).
          03 MOV-DOC.
             05 MOV-DOC-PED          PIC 9(06).
             05 MOV-DOC-ITEM         PIC 9(02).
          03 MOV-QUANTIDADE          PIC 9(06).
          03 MOV-USUARIO             PIC X(12).
          03 MOV-SALDOAPOS           PIC 9(06).

       FD ARQFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFEC.DAT".

       01 REGFEC.
          03 FEC-ANOMES              PIC 9(06).
          03 FEC-DATAFECHO           PIC 9(08).
          03 FEC-QTDPEDIDOS          PIC 9(06).
          03 FEC-TOTALCOMPRAS       PIC 9(09)V99.
          03 FEC-TOTALVENDAS        PIC 9(09)V99.
          03 FEC-STATUS              PIC X(01).

       FD ARQENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENT.DAT".

       01 REGENT.
          03 ENT-PED-COD             PIC 9(06).
          03 ENT-DATA                PIC 9(08).
          03 ENT-NOME                PIC X(30).
          03 ENT-LOGRADOURO          PIC X(24).
          03 ENT-NUMERO              PIC X(11).
          03 ENT-BAIRRO              PIC X(40).
          03 ENT-CIDADE              PIC X(24).
          03 ENT-CEP                 PIC 9(08).
          03 ENT-STATUS              PIC X(01).
          03 ENT-DATAENTREGA         PIC 9(08).
          03 ENT-RECEBEDOR           PIC X(30).
          03 ENT-ZONA                PIC 9(02).
          03 ENT-FRETE               PIC 9(07)V99.

       FD ARQTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTIT.DAT".

       01 REGTIT.
          03 TIT-CHAVE.
             05 TIT-PED-COD          PIC 9(06).
             05 TIT-PARCELA          PIC 9(02).
          03 TIT-TIPO                PIC X(01).
          03 TIT-CPFCNPJ             PIC 9(14).
          03 TIT-DATAEMISSAO         PIC 9(08).
          03 TIT-DATAVENC            PIC 9(08).
          03 TIT-VALOR               PIC 9(09)V99.
          03 TIT-VALORPAGO           PIC 9(09)V99.
          03 TIT-DATAPAGTO           PIC 9(08).
          03 TIT-STATUS              PIC X(01).
          03 TIT-FORMAPAGTO          PIC X(01).
          03 TIT-SITBANCO            PIC X(01).
          03 TIT-VALORJUROS          PIC 9(07)V99.

       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
                03 CAT-CODIGO             PIC 9(02).
                03 CAT-DESCRICAO          PIC X(30).
                03 CAT-ALIQUOTA           PIC 9(02)V99.
                03 CAT-CODFISCAL          PIC X(04).

       FD ARQFIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFIS.DAT".

       01 REGFIS.
          03 FIS-NUMERO              PIC 9(08).
          03 FIS-PED-COD             PIC 9(06).
          03 FIS-DATA                PIC 9(08).
          03 FIS-CLI-CPFCNPJ         PIC 9(14).
          03 FIS-VALORTOTAL          PIC 9(09)V99.
          03 FIS-VALORIMPOSTO        PIC 9(09)V99.
          03 FIS-STATUS              PIC X(01).

      * VIAS DOS DOCUMENTOS FISCAIS DA IMPORTACAO, UMA APOS A OUTRA *
       FD ARQNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTAWEB.TXT".
       01 REGNF                      PIC X(80).

       FD ARQLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOT.DAT".

       01 REGLOT.
          03 LOT-CHAVE.
             05 LOT-COD-PRO          PIC 9(06).
             05 LOT-VALIDADE         PIC 9(08).
             05 LOT-NUMERO           PIC X(10).
          03 LOT-QTDSALDO            PIC 9(06).

       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".

       01 REGPAR.
          03 PAR-ID                  PIC 9(01).
          03 PAR-MULTAPCT            PIC 9(02)V99.
          03 PAR-JUROSDIA            PIC 9(01)V999.
          03 PAR-TENTLOCK            PIC 9(02).
          03 PAR-TENTLOGIN           PIC 9(01).
          03 PAR-FATORREPO           PIC 9(03).
          03 PAR-PERMITEBACK         PIC X(01).
          03 PAR-MARGEMMIN           PIC 9(02)V99.
          03 PAR-VALSENHA            PIC 9(03).
          03 PAR-MARKUP              PIC 9(03)V99.
          03 PAR-TOLNOTA             PIC 9(02)V99.
          03 PAR-PTSREAL             PIC 9(02)V99.
          03 PAR-VALPONTO            PIC 9(02)V99.
          03 PAR-VALIDPTS            PIC 9(04).
          03 PAR-TAXACARTAO          PIC 9(02)V99.
          03 PAR-PRAZOCART           PIC 9(02).
          03 PAR-CRITFORN            PIC X(01).
          03 PAR-LIMPERDA            PIC 9(07)V99.
          03 PAR-LIMCOMPRA           PIC 9(07)V99.
          03 PAR-EMPNOME             PIC X(30).
          03 PAR-EMPCNPJ             PIC 9(14).

      * COMPOSICAO DOS KITS (LISTA DE MATERIAIS, SCE053) *
       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".

       01 REGKIT.
          03 KIT-CHAVE.
             05 KIT-COD-PRO          PIC 9(06).
             05 KIT-COMPONENTE       PIC 9(06).
          03 KIT-QUANTIDADE          PIC 9(04).
          03 KIT-DATAALT             PIC 9(08).
          03 KIT-USUARIO             PIC X(12).

      * SALDO DE PONTOS DE FIDELIDADE POR CLIENTE *
       FD ARQFID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFID.DAT".

       01 REGFID.
          03 FID-CPFCNPJ             PIC 9(14).
          03 FID-SALDO               PIC 9(09).
          03 FID-ACUMULADO           PIC 9(09).
          03 FID-RESGATADO           PIC 9(09).
          03 FID-DATAULT             PIC 9(08).

       FD ARQFIM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFIM.DAT".

       01 REGFIM.
          03 FIM-CHAVE.
             05 FIM-CPFCNPJ          PIC 9(14).
             05 FIM-DATA             PIC 9(08).
             05 FIM-HORA             PIC 9(08).
             05 FIM-SEQ              PIC 9(03).
          03 FIM-TIPO                PIC X(01).
          03 FIM-PONTOS              PIC 9(09).
          03 FIM-PED-COD             PIC 9(06).
          03 FIM-SALDOREST           PIC 9(09).
          03 FIM-VALIDADE            PIC 9(08).
          03 FIM-USUARIO             PIC X(12).

      * PEDIDOS DA LOJA VIRTUAL JA IMPORTADOS: NUMERO NA LOJA E A  *
      * VENDA GERADA (A MESMA IMPORTACAO NAO E GRAVADA DUAS VEZES) *
       FD ARQLJV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLJV.DAT".

       01 REGLJV.
          03 LJV-NUMERO              PIC X(12).
          03 LJV-PED-COD             PIC 9(06).
          03 LJV-DATAIMP             PIC 9(08).
          03 LJV-HORAIMP             PIC 9(08).
          03 LJV-VALORTOTAL          PIC 9(09)V99.

      * PEDIDOS DA LOJA: TIPO 1 = CABECALHO (LEIAUTE EM W-CABREG), *
      * TIPO 2 = ITEM (CODIGO DE BARRAS, QUANTIDADE E PRECO COM 2  *
      * DECIMAIS IMPLICITOS); OS ITENS VEM LOGO APOS O CABECALHO   *
      * COM O MESMO NUMERO. TIPOS 0 E 9 (ABERTURA/FECHO DA LOJA)   *
      * SAO IGNORADOS                                              *
       FD ARQWEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDWEB.TXT".
       01 REGWEB.
          03 WEB-TIPOREG             PIC X(01).
          03 WEB-NUMERO              PIC X(12).
          03 WEB-DADOS               PIC X(237).
          03 WEB-ITE REDEFINES WEB-DADOS.
             05 WEB-ITEDADOS         PIC X(27).
             05 FILLER               PIC X(210).

       FD ARQREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELWEB.TXT".
       01 REGREL                     PIC X(132).

      * PEDIDOS RECUSADOS, NO MESMO LEIAUTE DO PEDWEB.TXT *
       FD ARQREJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REJWEB.TXT".
       01 REGREJ                     PIC X(250).

      * SALDO PARA A LOJA: 0 = ABERTURA (DATA/HORA), 1 = PRODUTO   *
      * (CODIGO DE BARRAS E SALDO VENDAVEL), 9 = FECHO (QUANTIDADE) *
       FD ARQEXP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESTWEB.TXT".
       01 REGEXP                     PIC X(40).

      * CARTAO DE CONTROLE DA CADEIA NOTURNA (SCE027) *
       FD ARQPRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARMWEB.DAT".
       01 REGPRM.
          03 PRM-MODO                PIC X(01).
          03 FILLER                  PIC X(19).

       FD ARQFRT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFRT.DAT".

       01 REGFRT.
          03 FRT-CODIGO              PIC 9(02).
          03 FRT-NOME                PIC X(20).
          03 FRT-CEPINI              PIC 9(08).
          03 FRT-CEPFIM              PIC 9(08).
          03 FRT-VALORBASE           PIC 9(05)V99.
          03 FRT-TIPOCOB             PIC X(01).
          03 FRT-VALORUNIT           PIC 9(05)V99.
          03 FRT-MINGRATIS           PIC 9(07)V99.
          03 FRT-DATAALT             PIC 9(08).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 W-OPCAO                    PIC 9(01) VALUE ZEROS.
       01 W-CONT                     PIC 9(06) VALUE ZEROS.
       01 MENS                       PIC X(50) VALUE SPACES.
       01 W-USUARIO                  PIC X(12) VALUE "LOJAVIRTUAL".
       01 W-ACAOAUD                  PIC X(01) VALUE SPACES.
       01 W-AUDCHAVE                 PIC X(14) VALUE SPACES.
       01 IND                        PIC 9(03) VALUE ZEROS.
       01 IND2                       PIC 9(03) VALUE ZEROS.
       01 W-TENTLOCK                 PIC 9(02) VALUE ZEROS.
       01 W-BATCH                    PIC X(01) VALUE "N".
       01 W-RELABERTO                PIC X(01) VALUE "N".
       01 W-TEMPAR                   PIC X(01) VALUE "N".
       01 W-TEMFEC                   PIC X(01) VALUE "N".
       01 W-TEMCAT                   PIC X(01) VALUE "N".
       01 W-TEMKIT                   PIC X(01) VALUE "N".
       01 W-TEMFRT                   PIC X(01) VALUE "N".
       01 W-FECHADO                  PIC X(01) VALUE "N".
       01 W-ANOMES-TESTE             PIC 9(06) VALUE ZEROS.

       01 W-HOJE                     PIC 9(08) VALUE ZEROS.
       01 W-DATA                     PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA.
          03 W-DATA-ANO              PIC 9(04).
          03 W-DATA-MES              PIC 9(02).
          03 W-DATA-DIA              PIC 9(02).

      * CABECALHO DO PEDIDO DA LOJA EM PROCESSAMENTO (COPIA DO     *
      * REGISTRO TIPO 1, POIS O ARQUIVO JA ESTA LIDO UM A FRENTE)  *
       01 W-CABREG.
          03 CAB-TIPOREG             PIC X(01).
          03 CAB-NUMERO              PIC X(12).
          03 CAB-DATA                PIC 9(08).
          03 CAB-CPFCNPJ             PIC 9(14).
          03 CAB-PESSOA              PIC X(01).
          03 CAB-NOME                PIC X(30).
          03 CAB-EMAIL               PIC X(33).
          03 CAB-TELEFONE            PIC 9(11).
          03 CAB-CEP                 PIC 9(08).
          03 CAB-LOGRADOURO          PIC X(24).
          03 CAB-NUMEROEND           PIC X(11).
          03 CAB-COMPLEMENTO         PIC X(24).
          03 CAB-BAIRRO              PIC X(40).
          03 CAB-CIDADE              PIC X(24).
          03 CAB-ESTADO              PIC X(02).
          03 CAB-PARCELAS            PIC 9(02).
          03 FILLER                  PIC X(05).

      * ITENS DO PEDIDO DA LOJA: O REGISTRO ORIGINAL (PARA O       *
      * REJWEB.TXT) E O QUE A CONFERENCIA APUROU DE CADA UM        *
       01 W-QTDITENS                 PIC 9(03) VALUE ZEROS.
       01 W-EXCESSO                  PIC 9(05) VALUE ZEROS.
       01 TAB-ITENS.
          03 TBI-ITEM OCCURS 99 TIMES.
             05 TBI-DADOS.
                07 TBI-CODBARRA      PIC 9(13).
                07 TBI-QTDE          PIC 9(06).
                07 TBI-PRECO         PIC 9(06)V99.
             05 TBI-COD-PRO          PIC 9(06).
             05 TBI-STATUS           PIC X(01).
             05 TBI-EHKIT            PIC X(01).

       01 LINHA-REJITEM.
          03 FILLER                  PIC X(01) VALUE "2".
          03 RJI-NUMERO              PIC X(12).
          03 RJI-DADOS               PIC X(27).
          03 FILLER                  PIC X(210) VALUE SPACES.

      * CONFERENCIA E GRAVACAO DO PEDIDO *
       01 W-FIMARQ                   PIC X(01) VALUE "N".
       01 W-MOTIVO                   PIC X(38) VALUE SPACES.
       01 W-TEXTOITEM                PIC X(30) VALUE SPACES.
       01 W-ITEMED                   PIC 9(02) VALUE ZEROS.
       01 W-REPETIDO                 PIC X(01) VALUE "N".
       01 W-CLINOVO                  PIC X(01) VALUE "N".
       01 W-GRAVOU                   PIC X(01) VALUE "N".
       01 W-ACHOU                    PIC X(01) VALUE "N".
       01 W-PEDLOJA                  PIC 9(06) VALUE ZEROS.
       01 W-VALORPED                 PIC 9(09)V99 VALUE ZEROS.
       01 W-SALDOCRED                PIC 9(09)V99 VALUE ZEROS.
       01 W-JAUSADO                  PIC 9(07) VALUE ZEROS.
       01 W-PROXCOD                  PIC 9(06) VALUE ZEROS.
       01 W-USADO                    PIC X(01) VALUE "N".
       01 W-PROXCLI                  PIC 9(06) VALUE ZEROS.
       01 W-VENDEDOR                 PIC X(12) VALUE "LOJAVIRTUAL".

      * TOTAIS DA IMPORTACAO *
       01 W-QTDLIDOS                 PIC 9(05) VALUE ZEROS.
       01 W-QTDACEITOS               PIC 9(05) VALUE ZEROS.
       01 W-QTDRECUSA                PIC 9(05) VALUE ZEROS.
       01 W-QTDREPET                 PIC 9(05) VALUE ZEROS.
       01 W-QTDAVULSO                PIC 9(05) VALUE ZEROS.
       01 W-QTDCLINOVO               PIC 9(05) VALUE ZEROS.
       01 W-QTDBACK                  PIC 9(05) VALUE ZEROS.
       01 W-QTDERRO                  PIC 9(05) VALUE ZEROS.
       01 W-TOTACEITO                PIC 9(11)V99 VALUE ZEROS.

      * EXPORTACAO DO SALDO *
       01 W-PROATUAL                 PIC 9(06) VALUE ZEROS.
       01 W-QTDBACKORD               PIC 9(07) VALUE ZEROS.
       01 W-SALDOWEB                 PIC 9(06) VALUE ZEROS.
       01 W-QTDEXP                   PIC 9(06) VALUE ZEROS.
       01 W-QTDSEMBARRA              PIC 9(06) VALUE ZEROS.
       01 W-QTDCOMBACK               PIC 9(06) VALUE ZEROS.

      * BAIXA DE ESTOQUE, LOTES E KITS (COMO NO SCE005) *
       01 W-MOVGRAVA                 PIC X(01) VALUE "N".
       01 W-MOVLOCAL                 PIC X(01) VALUE SPACES.
       01 W-MOVTIPO                  PIC X(01) VALUE SPACES.
       01 W-MOVORIGEM                PIC X(03) VALUE SPACES.
       01 W-MOVQTDE                  PIC 9(06) VALUE ZEROS.
       01 W-SALDOLOJA                PIC 9(06) VALUE ZEROS.
       01 W-QTDCONSUMO               PIC 9(06) VALUE ZEROS.
       01 W-QTDRESTA                 PIC 9(06) VALUE ZEROS.
       01 W-EHKIT                    PIC X(01) VALUE "N".
       01 W-KITCOD                   PIC 9(06) VALUE ZEROS.
       01 W-KITTIPO                  PIC X(01) VALUE SPACES.
       01 W-QTDKIT                   PIC 9(06) VALUE ZEROS.
       01 W-DISPKIT                  PIC 9(06) VALUE ZEROS.
       01 W-DISPCOMP                 PIC 9(06) VALUE ZEROS.
       01 W-CUSTOKIT                 PIC 9(07)V99 VALUE ZEROS.
       01 W-REGPROKIT                PIC X(114) VALUE SPACES.

      * TITULOS A RECEBER DA VENDA *
       01 W-NUMPARCELAS              PIC 9(02) VALUE ZEROS.
       01 W-PRIMVENC                 PIC 9(08) VALUE ZEROS.
       01 W-PARCATUAL                PIC 9(02) VALUE ZEROS.
       01 W-VALORPARC                PIC 9(09)V99 VALUE ZEROS.
       01 W-VALORULT                 PIC 9(09)V99 VALUE ZEROS.
       01 W-VENCIMENTO               PIC 9(08) VALUE ZEROS.
       01 W-VENCIMENTO-R REDEFINES W-VENCIMENTO.
          03 W-VENC-ANO              PIC 9(04).
          03 W-VENC-MES              PIC 9(02).
          03 W-VENC-DIA              PIC 9(02).

      * PONTOS DE FIDELIDADE DA VENDA *
       01 W-FIDNOVO                  PIC X(01) VALUE "N".
       01 W-FIMCPF                   PIC 9(14) VALUE ZEROS.
       01 W-FIMTIPO                  PIC X(01) VALUE SPACES.
       01 W-FIMPONTOS                PIC 9(09) VALUE ZEROS.
       01 W-FIMPED                   PIC 9(06) VALUE ZEROS.
       01 W-FIMREST                  PIC 9(09) VALUE ZEROS.
       01 W-VALIDADE                 PIC 9(08) VALUE ZEROS.
       01 W-VALIDADE-R REDEFINES W-VALIDADE.
          03 W-VALID-ANO             PIC 9(04).
          03 W-VALID-MES             PIC 9(02).
          03 W-VALID-DIA             PIC 9(02).
       01 W-VALID-DIAS               PIC S9(09) COMP VALUE ZEROS.
       01 W-VALID-RESTO              PIC S9(09) COMP VALUE ZEROS.

      * DOCUMENTO FISCAL DA VENDA (ARQFIS/NOTAWEB.TXT) *
       01 W-PROXFIS                  PIC 9(08) VALUE ZEROS.
       01 W-IMPITEM                  PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTIMPOSTO               PIC 9(09)V99 VALUE ZEROS.
       01 W-DATAHOJE                 PIC 9(08) VALUE ZEROS.
       01 EMP-NOME                   PIC X(30)
                     VALUE "COMERCIAL SCE LTDA".
       01 EMP-CNPJ                   PIC X(18)
                     VALUE "00.000.000/0001-91".

       01 LINHA-NF-NUM.
          03 FILLER                  PIC X(20)
                     VALUE "DOCUMENTO FISCAL NO ".
          03 LNF-NUMERO              PIC 9(08).
          03 FILLER                  PIC X(08) VALUE "  DATA: ".
          03 LNF-DATA                PIC 9999/99/99.

       01 LINHA-NF-CLI.
          03 FILLER                  PIC X(10) VALUE "CLIENTE : ".
          03 LNF-CLINOME             PIC X(30).
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LNF-CLICPF              PIC 9(14).

       01 LINHA-NF-ITEM.
          03 LNI-DESCRICAO           PIC X(30).
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LNI-QTDE                PIC ZZZ.ZZ9.
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LNI-VALOR               PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LNI-CODFISCAL           PIC X(04).
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LNI-ALIQUOTA            PIC Z9,99.
          03 FILLER                  PIC X(01) VALUE "%".
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LNI-IMPOSTO             PIC ZZZ.ZZ9,99.

       01 LINHA-NF-TOT.
          03 LNT-TITULO              PIC X(20).
          03 LNT-VALOR               PIC ZZZ.ZZZ.ZZ9,99.

      * VALIDACAO DO DIGITO VERIFICADOR DO CPF/CNPJ (MODULO 11) *
       01 CV-CPF                     PIC 9(11).
       01 CV-CPF-R  REDEFINES CV-CPF.
             03 CV-CPF-DIG           PIC 9(01) OCCURS 11 TIMES.
       01 CV-CNPJ                    PIC 9(14).
       01 CV-CNPJ-R REDEFINES CV-CNPJ.
             03 CV-CNPJ-DIG          PIC 9(01) OCCURS 14 TIMES.
       01 CV-SOMA                    PIC 9(05) VALUE ZEROS.
       01 CV-QTE                     PIC 9(03) VALUE ZEROS.
       01 CV-PESO                    PIC 9(02) VALUE ZEROS.
       01 CV-RESTO                   PIC 9(02) VALUE ZEROS.
       01 CV-DIG1                    PIC 9(01) VALUE ZEROS.
       01 CV-DIG2                    PIC 9(01) VALUE ZEROS.
       01 CV-VALIDO                  PIC X(01) VALUE "S".

       01 TBPESO1.
             03 FILLER     PIC 9(02) VALUE 05.
             03 FILLER     PIC 9(02) VALUE 04.
             03 FILLER     PIC 9(02) VALUE 03.
             03 FILLER     PIC 9(02) VALUE 02.
             03 FILLER     PIC 9(02) VALUE 09.
             03 FILLER     PIC 9(02) VALUE 08.
             03 FILLER     PIC 9(02) VALUE 07.
             03 FILLER     PIC 9(02) VALUE 06.
             03 FILLER     PIC 9(02) VALUE 05.
             03 FILLER     PIC 9(02) VALUE 04.
             03 FILLER     PIC 9(02) VALUE 03.
             03 FILLER     PIC 9(02) VALUE 02.
       01 TBPESO1R REDEFINES TBPESO1.
             03 TBP1-VAL   PIC 9(02) OCCURS 12 TIMES.

       01 TBPESO2.
             03 FILLER     PIC 9(02) VALUE 06.
             03 FILLER     PIC 9(02) VALUE 05.
             03 FILLER     PIC 9(02) VALUE 04.
             03 FILLER     PIC 9(02) VALUE 03.
             03 FILLER     PIC 9(02) VALUE 02.
             03 FILLER     PIC 9(02) VALUE 09.
             03 FILLER     PIC 9(02) VALUE 08.
             03 FILLER     PIC 9(02) VALUE 07.
             03 FILLER     PIC 9(02) VALUE 06.
             03 FILLER     PIC 9(02) VALUE 05.
             03 FILLER     PIC 9(02) VALUE 04.
             03 FILLER     PIC 9(02) VALUE 03.
             03 FILLER     PIC 9(02) VALUE 02.
       01 TBPESO2R REDEFINES TBPESO2.
             03 TBP2-VAL   PIC 9(02) OCCURS 13 TIMES.

      * RELATORIO DA IMPORTACAO (RELWEB.TXT) *
       01 LINHA-CAB.
          03 FILLER                  PIC X(09) VALUE "SITUACAO ".
          03 FILLER                  PIC X(13) VALUE "PEDIDO LOJA".
          03 FILLER                  PIC X(07) VALUE "VENDA".
          03 FILLER                  PIC X(15) VALUE "CPF/CNPJ".
          03 FILLER                  PIC X(31) VALUE "CLIENTE".
          03 FILLER                  PIC X(04) VALUE "ITS".
          03 FILLER                  PIC X(15) VALUE "          VALOR".
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 FILLER                  PIC X(38) VALUE "OBSERVACAO".

       01 LINHA-PED.
          03 LP-SITUACAO             PIC X(08).
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LP-NUMERO               PIC X(12).
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LP-PEDIDO               PIC ZZZZZ9.
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LP-CPFCNPJ              PIC X(14).
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LP-NOME                 PIC X(30).
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LP-QTDITENS             PIC ZZ9.
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LP-VALOR                PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LP-OBS                  PIC X(38).

       01 LINHA-TOT.
          03 LT-TEXTO                PIC X(40).
          03 LT-QTDE                 PIC ZZ.ZZ9.
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LT-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * REGISTROS DO ESTWEB.TXT *
       01 LINHA-EXP-CAB.
          03 FILLER                  PIC X(01) VALUE "0".
          03 LXC-DATA                PIC 9(08).
          03 LXC-HORA                PIC 9(08).
          03 FILLER                  PIC X(23) VALUE SPACES.

       01 LINHA-EXP-DET.
          03 FILLER                  PIC X(01) VALUE "1".
          03 LXD-CODBARRA            PIC 9(13).
          03 LXD-SALDO               PIC 9(06).
          03 FILLER                  PIC X(20) VALUE SPACES.

       01 LINHA-EXP-FIM.
          03 FILLER                  PIC X(01) VALUE "9".
          03 LXF-QTDE                PIC 9(06).
          03 FILLER                  PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.

       R0.
           MOVE ZEROS TO RETURN-CODE
           OPEN I-O ARQPRO
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE PRODUTOS NAO ENCONTRADO ***"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R0A.
           OPEN I-O ARQPED
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQPED
              DISPLAY "CRIANDO ARQUIVO DE PEDIDOS"
              CLOSE ARQPED
              GO TO R0A
            ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R0B.
           OPEN I-O ARQPEI
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQPEI
              DISPLAY "CRIANDO ARQUIVO DE ITENS DE PEDIDO"
              CLOSE ARQPEI
              GO TO R0B
            ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE ITENS"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R0C.
           OPEN I-O ARQCLI
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQCLI
              DISPLAY "CRIANDO ARQUIVO DE CLIENTES"
              CLOSE ARQCLI
              GO TO R0C
            ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CLIENTES"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R0D.
           OPEN I-O ARQTIT
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQTIT
              DISPLAY "CRIANDO ARQUIVO DE TITULOS"
              CLOSE ARQTIT
              GO TO R0D
            ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE TITULOS"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R0E.
           OPEN I-O ARQEST
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQEST
              DISPLAY "CRIANDO ARQUIVO DE ESTOQUE POR LOCAL"
              CLOSE ARQEST
              GO TO R0E
            ELSE
              DISPLAY "ERRO NA ABERTURA DO ESTOQUE POR LOCAL"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R0F.
           OPEN I-O ARQMOV
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQMOV
              DISPLAY "CRIANDO MOVIMENTACAO DE ESTOQUE"
              CLOSE ARQMOV
              GO TO R0F
            ELSE
              DISPLAY "ERRO NA ABERTURA DA MOVIMENTACAO DE ESTOQUE"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R0G.
           OPEN I-O ARQLOT
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQLOT
              DISPLAY "CRIANDO ARQUIVO DE LOTES/VALIDADE"
              CLOSE ARQLOT
              GO TO R0G
            ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE LOTES"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R0H.
           OPEN I-O ARQFIS
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQFIS
              DISPLAY "CRIANDO REGISTRO DE DOCUMENTOS FISCAIS"
              CLOSE ARQFIS
              GO TO R0H
            ELSE
              DISPLAY "ERRO NA ABERTURA DOS DOCUMENTOS FISCAIS"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R0I.
           OPEN I-O ARQENT
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQENT
              DISPLAY "CRIANDO ARQUIVO DE ENTREGAS"
              CLOSE ARQENT
              GO TO R0I
            ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE ENTREGAS"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R0J.
           OPEN I-O ARQFID
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQFID
              DISPLAY "CRIANDO ARQUIVO DE PONTOS DE FIDELIDADE"
              CLOSE ARQFID
              GO TO R0J
            ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE PONTOS"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R0K.
           OPEN I-O ARQFIM
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQFIM
              DISPLAY "CRIANDO MOVIMENTO DE PONTOS DE FIDELIDADE"
              CLOSE ARQFIM
              GO TO R0K
            ELSE
              DISPLAY "ERRO NA ABERTURA DO MOVIMENTO DE PONTOS"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R0L.
           OPEN I-O ARQLJV
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQLJV
              DISPLAY "CRIANDO ARQUIVO DE PEDIDOS DA LOJA VIRTUAL"
              CLOSE ARQLJV
              GO TO R0L
            ELSE
              DISPLAY "ERRO NA ABERTURA DOS PEDIDOS DA LOJA VIRTUAL"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

      * FECHAMENTO MENSAL (SCE029), CATEGORIAS (SCE010), KITS      *
      * (SCE053) E ZONAS DE FRETE (SCE063) SAO OPCIONAIS, COMO NO  *
      * SCE005                                                     *
       R0M.
           OPEN INPUT ARQFEC
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMFEC
           ELSE
              MOVE "N" TO W-TEMFEC.
           OPEN INPUT ARQCAT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCAT
           ELSE
              MOVE "N" TO W-TEMCAT.
           OPEN INPUT ARQKIT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMKIT
           ELSE
              MOVE "N" TO W-TEMKIT.
           OPEN INPUT ARQFRT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMFRT
           ELSE
              MOVE "N" TO W-TEMFRT.

      * PARAMETROS DO SISTEMA (SCE041); SEM O ARQUIVO VALEM OS     *
      * PADROES DO SCE005                                           *
       R0N.
           MOVE 10 TO PAR-TENTLOCK
           MOVE "S" TO PAR-PERMITEBACK
           MOVE 1,00 TO PAR-PTSREAL
           MOVE 365 TO PAR-VALIDPTS
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPAR
              MOVE 1 TO PAR-ID
              READ ARQPAR
              IF ST-ERRO NOT = "00"
                 MOVE 10 TO PAR-TENTLOCK
                 MOVE "S" TO PAR-PERMITEBACK
                 MOVE 1,00 TO PAR-PTSREAL
                 MOVE 365 TO PAR-VALIDPTS.
           IF PAR-VALIDPTS = 0
              MOVE 365 TO PAR-VALIDPTS.

       R0P.
           OPEN EXTEND ARQAUD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQAUD
                 CLOSE ARQAUD
                 OPEN EXTEND ARQAUD
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE AUDITORIA"
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM.

      * CARTAO PARMWEB.DAT COM "E" (CADEIA NOTURNA): SO EXPORTA O   *
      * SALDO PARA A LOJA, SEM OPERADOR; AUSENTE OU EM BRANCO (USO  *
      * PELO MENU) CAI NAS OPCOES                                   *
       R0Q.
           OPEN INPUT ARQPRM
           IF ST-ERRO NOT = "00"
              GO TO R1.
           READ ARQPRM NEXT RECORD
           IF ST-ERRO NOT = "00"
              CLOSE ARQPRM
              GO TO R1.
           CLOSE ARQPRM
           IF PRM-MODO NOT = "E"
              GO TO R1.
           MOVE "S" TO W-BATCH
           GO TO M2-EXPORTA.

       R1.
           DISPLAY "INTEGRACAO COM A LOJA VIRTUAL".
           DISPLAY "1 - Importar Pedidos da Loja (PEDWEB.TXT)".
           DISPLAY "2 - Exportar Saldo para a Loja (ESTWEB.TXT)".
           DISPLAY "3 - Sair".
           DISPLAY "Opcao : " WITH NO ADVANCING.
           ACCEPT W-OPCAO.
           IF W-OPCAO = 1
              GO TO M1-IMPORTA.
           IF W-OPCAO = 2
              GO TO M2-EXPORTA.
           IF W-OPCAO = 3
              GO TO ROT-FIM.
           DISPLAY "*** OPCAO INVALIDA, DIGITE DE 1 A 3 ***"
           GO TO R1.

      *-----------------------------------------------------------*
      * IMPORTACAO DOS PEDIDOS DA LOJA VIRTUAL                     *
      *-----------------------------------------------------------*
       M1-IMPORTA.
           OPEN INPUT ARQWEB
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO PEDWEB.TXT NAO ENCONTRADO ***"
              GO TO R1.

           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
              CLOSE ARQWEB
              GO TO R1.

           OPEN OUTPUT ARQREJ
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RECUSADOS"
              CLOSE ARQWEB ARQREL
              GO TO R1.

           OPEN OUTPUT ARQNF
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DAS VIAS DOS DOCUMENTOS"
              CLOSE ARQWEB ARQREL ARQREJ
              GO TO R1.

           MOVE "S" TO W-RELABERTO
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-QTDLIDOS W-QTDACEITOS W-QTDRECUSA
                         W-QTDREPET W-QTDAVULSO W-QTDCLINOVO
                         W-QTDBACK W-QTDERRO W-TOTACEITO W-PROXFIS
           PERFORM MAIOR-PEDIDO THRU MAIOR-PEDIDO-FIM
           PERFORM MAIOR-CLIENTE THRU MAIOR-CLIENTE-FIM

           MOVE SPACES TO REGREL
           STRING "IMPORTACAO DE PEDIDOS DA LOJA VIRTUAL EM "
                  W-HOJE DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL
           WRITE REGREL.
           MOVE LINHA-CAB TO REGREL
           WRITE REGREL.
           MOVE "N" TO W-FIMARQ.

       M1-LOOP.
           READ ARQWEB NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO M1-FIM.

       M1-TIPO.
           IF WEB-TIPOREG = "1"
              GO TO M1-PEDIDO.
           IF WEB-TIPOREG = "2"
              PERFORM M1-AVULSO THRU M1-AVULSO-FIM.
           GO TO M1-LOOP.

      * JUNTA O CABECALHO E OS ITENS DO PEDIDO; O PRIMEIRO REGISTRO *
      * QUE NAO E ITEM DELE FICA LIDO PARA A PROXIMA VOLTA          *
       M1-PEDIDO.
           ADD 1 TO W-QTDLIDOS
           MOVE REGWEB TO W-CABREG
           MOVE ZEROS TO W-QTDITENS W-EXCESSO.

       M1-ITENS.
           READ ARQWEB NEXT RECORD
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIMARQ
              GO TO M1-PROCESSA.
           IF WEB-TIPOREG NOT = "2" OR WEB-NUMERO NOT = CAB-NUMERO
              GO TO M1-PROCESSA.
           IF W-QTDITENS NOT < 99
              ADD 1 TO W-EXCESSO
              GO TO M1-ITENS.
           ADD 1 TO W-QTDITENS
           MOVE W-QTDITENS TO IND
           MOVE WEB-ITEDADOS TO TBI-DADOS (IND)
           GO TO M1-ITENS.

       M1-PROCESSA.
           PERFORM V1-CONFERE THRU V1-CONFERE-FIM
           IF W-MOTIVO NOT = SPACES
              PERFORM M1-RECUSA THRU M1-RECUSA-FIM
           ELSE
              PERFORM G1-GRAVA THRU G1-GRAVA-FIM.
           IF W-FIMARQ = "S"
              GO TO M1-FIM.
           GO TO M1-TIPO.

       M1-FIM.
           MOVE SPACES TO REGREL
           WRITE REGREL.
           MOVE ZEROS TO LT-VALOR
           MOVE "PEDIDOS LIDOS" TO LT-TEXTO
           MOVE W-QTDLIDOS TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "PEDIDOS ACEITOS (VENDAS GRAVADAS)" TO LT-TEXTO
           MOVE W-QTDACEITOS TO LT-QTDE
           MOVE W-TOTACEITO TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE ZEROS TO LT-VALOR
           MOVE "  DOS QUAIS COM ITEM EM BACKORDER" TO LT-TEXTO
           MOVE W-QTDBACK TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "CLIENTES NOVOS INCLUIDOS" TO LT-TEXTO
           MOVE W-QTDCLINOVO TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "PEDIDOS RECUSADOS (EM REJWEB.TXT)" TO LT-TEXTO
           MOVE W-QTDRECUSA TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "PEDIDOS JA IMPORTADOS ANTES" TO LT-TEXTO
           MOVE W-QTDREPET TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "ITENS SEM CABECALHO (EM REJWEB.TXT)" TO LT-TEXTO
           MOVE W-QTDAVULSO TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "ERROS DE GRAVACAO (VER ACIMA)" TO LT-TEXTO
           MOVE W-QTDERRO TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           CLOSE ARQWEB ARQREL ARQREJ ARQNF.
           MOVE "N" TO W-RELABERTO
           DISPLAY "PEDIDOS LIDOS      : " W-QTDLIDOS
           DISPLAY "PEDIDOS ACEITOS    : " W-QTDACEITOS
           DISPLAY "PEDIDOS RECUSADOS  : " W-QTDRECUSA
           DISPLAY "JA IMPORTADOS      : " W-QTDREPET
           DISPLAY "ERROS DE GRAVACAO  : " W-QTDERRO
           DISPLAY "RELATORIO EM RELWEB.TXT, RECUSADOS EM REJWEB.TXT"
           GO TO R1.

      * ITEM SEM O CABECALHO DO SEU PEDIDO: VOLTA PARA A LOJA *
       M1-AVULSO.
           ADD 1 TO W-QTDAVULSO
           MOVE SPACES TO LINHA-PED
           MOVE "RECUSADO" TO LP-SITUACAO
           MOVE WEB-NUMERO TO LP-NUMERO
           MOVE ZEROS TO LP-PEDIDO LP-QTDITENS LP-VALOR
           MOVE "ITEM SEM CABECALHO DE PEDIDO" TO LP-OBS
           MOVE LINHA-PED TO REGREL
           WRITE REGREL.
           MOVE REGWEB TO REGREJ
           WRITE REGREJ.
       M1-AVULSO-FIM.
                EXIT.

      * PEDIDO RECUSADO: LINHA NO RELATORIO COM O MOTIVO E O PEDIDO *
      * INTEIRO DE VOLTA NO REJWEB.TXT. O PEDIDO JA IMPORTADO SO E  *
      * INFORMADO: ELE JA ESTA GRAVADO E NAO DEVE SER REENVIADO     *
       M1-RECUSA.
           MOVE SPACES TO LINHA-PED
           MOVE "RECUSADO" TO LP-SITUACAO
           IF W-REPETIDO = "S"
              MOVE "REPETIDO" TO LP-SITUACAO.
           MOVE CAB-NUMERO TO LP-NUMERO
           MOVE W-PEDLOJA TO LP-PEDIDO
           MOVE CAB-CPFCNPJ TO LP-CPFCNPJ
           MOVE CAB-NOME TO LP-NOME
           MOVE W-QTDITENS TO LP-QTDITENS
           MOVE ZEROS TO LP-VALOR
           MOVE W-MOTIVO TO LP-OBS
           MOVE LINHA-PED TO REGREL
           WRITE REGREL.
           IF W-REPETIDO = "S"
              ADD 1 TO W-QTDREPET
              GO TO M1-RECUSA-FIM.
           ADD 1 TO W-QTDRECUSA
           MOVE W-CABREG TO REGREJ
           WRITE REGREJ.
           MOVE ZEROS TO IND.
       M1-RECUSA-ITEM.
           ADD 1 TO IND
           IF IND > W-QTDITENS
              GO TO M1-RECUSA-FIM.
           MOVE CAB-NUMERO TO RJI-NUMERO
           MOVE TBI-DADOS (IND) TO RJI-DADOS
           MOVE LINHA-REJITEM TO REGREJ
           WRITE REGREJ.
           GO TO M1-RECUSA-ITEM.
       M1-RECUSA-FIM.
                EXIT.

      *-----------------------------------------------------------*
      * CONFERENCIA DO PEDIDO ANTES DE GRAVAR QUALQUER COISA: A    *
      * PRIMEIRA FALHA VAI PARA W-MOTIVO E O PEDIDO E RECUSADO     *
      *-----------------------------------------------------------*
       V1-CONFERE.
           MOVE SPACES TO W-MOTIVO
           MOVE "N" TO W-REPETIDO W-CLINOVO
           MOVE ZEROS TO W-VALORPED W-PEDLOJA
           IF CAB-NUMERO = SPACES
              MOVE "PEDIDO SEM NUMERO DA LOJA" TO W-MOTIVO
              GO TO V1-CONFERE-FIM.
           MOVE CAB-NUMERO TO LJV-NUMERO
           READ ARQLJV
           IF ST-ERRO = "00"
              MOVE "S" TO W-REPETIDO
              MOVE LJV-PED-COD TO W-PEDLOJA
              MOVE "PEDIDO DA LOJA JA IMPORTADO" TO W-MOTIVO
              GO TO V1-CONFERE-FIM.
           IF W-QTDITENS = 0
              MOVE "PEDIDO SEM ITENS" TO W-MOTIVO
              GO TO V1-CONFERE-FIM.
           IF W-EXCESSO > 0
              MOVE "PEDIDO COM MAIS DE 99 ITENS" TO W-MOTIVO
              GO TO V1-CONFERE-FIM.

      * DATA EM BRANCO/ZERO E A DATA DA IMPORTACAO *
           IF CAB-DATA NOT NUMERIC
              MOVE "DATA DO PEDIDO INVALIDA" TO W-MOTIVO
              GO TO V1-CONFERE-FIM.
           IF CAB-DATA = 0
              MOVE W-HOJE TO CAB-DATA.
           MOVE CAB-DATA TO W-DATA
           IF W-DATA-MES < 1 OR W-DATA-MES > 12 OR
              W-DATA-DIA < 1 OR W-DATA-DIA > 31 OR CAB-DATA > W-HOJE
              MOVE "DATA DO PEDIDO INVALIDA" TO W-MOTIVO
              GO TO V1-CONFERE-FIM.
           MOVE CAB-DATA TO PED-DATA
           PERFORM VERIFICA-FECHO THRU VERIFICA-FECHO-FIM
           IF W-FECHADO = "S"
              MOVE "MES DO PEDIDO JA FECHADO" TO W-MOTIVO
              GO TO V1-CONFERE-FIM.
           IF CAB-PARCELAS NOT NUMERIC
              MOVE "NUMERO DE PARCELAS INVALIDO" TO W-MOTIVO
              GO TO V1-CONFERE-FIM.
           IF CAB-CEP NOT NUMERIC
              MOVE ZEROS TO CAB-CEP.
           IF CAB-TELEFONE NOT NUMERIC
              MOVE ZEROS TO CAB-TELEFONE.

      * CPF/CNPJ DO CLIENTE: PESSOA EM BRANCO SAI PELO TAMANHO *
           IF CAB-CPFCNPJ NOT NUMERIC
              MOVE "CPF/CNPJ DO CLIENTE INVALIDO" TO W-MOTIVO
              GO TO V1-CONFERE-FIM.
           IF CAB-CPFCNPJ = 0
              MOVE "CPF/CNPJ DO CLIENTE INVALIDO" TO W-MOTIVO
              GO TO V1-CONFERE-FIM.
           IF CAB-PESSOA NOT = "F" AND CAB-PESSOA NOT = "J"
              IF CAB-CPFCNPJ > 99999999999
                 MOVE "J" TO CAB-PESSOA
              ELSE
                 MOVE "F" TO CAB-PESSOA.
           IF CAB-PESSOA = "J"
              MOVE CAB-CPFCNPJ TO CV-CNPJ
              PERFORM VLD-CNPJ THRU VLD-CNPJ-FIM
           ELSE
              IF CAB-CPFCNPJ > 99999999999
                 MOVE "N" TO CV-VALIDO
              ELSE
                 MOVE CAB-CPFCNPJ TO CV-CPF
                 PERFORM VLD-CPF THRU VLD-CPF-FIM.
           IF CV-VALIDO = "N"
              MOVE "CPF/CNPJ DO CLIENTE INVALIDO" TO W-MOTIVO
              GO TO V1-CONFERE-FIM.

           MOVE CAB-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO = "00"
              GO TO V1-ITENS.
           IF ST-ERRO NOT = "23"
              MOVE "CADASTRO DO CLIENTE EM USO" TO W-MOTIVO
              GO TO V1-CONFERE-FIM.
           MOVE "S" TO W-CLINOVO
           IF CAB-NOME = SPACES
              MOVE "CLIENTE NOVO SEM NOME" TO W-MOTIVO
              GO TO V1-CONFERE-FIM.

       V1-ITENS.
           MOVE ZEROS TO IND.

       V1-ITENS-LOOP.
           ADD 1 TO IND
           IF IND > W-QTDITENS
              GO TO V1-CREDITO.
           MOVE IND TO W-ITEMED
           MOVE ZEROS TO TBI-COD-PRO (IND)
           MOVE "N" TO TBI-STATUS (IND) TBI-EHKIT (IND)
           IF TBI-CODBARRA (IND) NOT NUMERIC OR
              TBI-QTDE (IND) NOT NUMERIC OR
              TBI-PRECO (IND) NOT NUMERIC
              MOVE "COM CAMPO NAO NUMERICO" TO W-TEXTOITEM
              GO TO V1-RECUSA-ITEM.
           IF TBI-QTDE (IND) = 0 OR TBI-PRECO (IND) = 0
              MOVE "SEM QUANTIDADE OU PRECO" TO W-TEXTOITEM
              GO TO V1-RECUSA-ITEM.
           MOVE TBI-CODBARRA (IND) TO PRO-CODBARRA
           READ ARQPRO KEY IS PRO-CODBARRA
           IF ST-ERRO NOT = "00"
              MOVE "COD. DE BARRAS NAO CADASTRADO" TO W-TEXTOITEM
              GO TO V1-RECUSA-ITEM.
           MOVE PRO-CODIGO TO TBI-COD-PRO (IND)
           IF PRO-SERIAL = "S"
              MOVE "SERIALIZADO, VENDER NO SCE005" TO W-TEXTOITEM
              GO TO V1-RECUSA-ITEM.
           COMPUTE W-VALORPED = W-VALORPED
                              + TBI-QTDE (IND) * TBI-PRECO (IND)
           PERFORM KIT-CALC THRU KIT-CALC-FIM
           MOVE W-EHKIT TO TBI-EHKIT (IND)
           PERFORM LER-SALDOLOJA THRU LER-SALDOLOJA-FIM
           PERFORM V1-JAUSADO THRU V1-JAUSADO-FIM
           IF W-JAUSADO NOT < W-SALDOLOJA
              MOVE ZEROS TO W-SALDOLOJA
           ELSE
              SUBTRACT W-JAUSADO FROM W-SALDOLOJA.
           IF TBI-QTDE (IND) NOT > W-SALDOLOJA
              GO TO V1-ITENS-LOOP.

      * SEM SALDO NA LOJA: KIT NAO FICA EM BACKORDER (COMO NO      *
      * SCE005) E O BACKORDER DEPENDE DO PARAMETRO DO SISTEMA      *
           IF W-EHKIT = "S"
              MOVE "KIT SEM SALDO DOS COMPONENTES" TO W-TEXTOITEM
              GO TO V1-RECUSA-ITEM.
           IF PAR-PERMITEBACK NOT = "S"
              MOVE "SEM SALDO NA LOJA" TO W-TEXTOITEM
              GO TO V1-RECUSA-ITEM.
           MOVE "P" TO TBI-STATUS (IND)
           GO TO V1-ITENS-LOOP.

       V1-RECUSA-ITEM.
           STRING "ITEM " W-ITEMED " " W-TEXTOITEM
               DELIMITED BY SIZE INTO W-MOTIVO
           GO TO V1-CONFERE-FIM.

      * LIMITE DE CREDITO DO CLIENTE JA CADASTRADO, COMO O         *
      * VERIFICA-CREDITO DO SCE005 (NA LOJA NAO HA LIBERACAO DO    *
      * SUPERVISOR: O PEDIDO VOLTA RECUSADO)                       *
       V1-CREDITO.
           IF W-CLINOVO = "S"
              GO TO V1-CONFERE-FIM.
           IF CLI-LIMITECREDITO = 0
              GO TO V1-CONFERE-FIM.
           MOVE ZEROS TO W-SALDOCRED
           MOVE CAB-CPFCNPJ TO TIT-CPFCNPJ
           START ARQTIT KEY IS NOT LESS THAN TIT-CPFCNPJ
           IF ST-ERRO NOT = "00"
              GO TO V1-CREDITO-TESTA.

       V1-CREDITO-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO V1-CREDITO-TESTA.
           IF TIT-CPFCNPJ NOT = CAB-CPFCNPJ
              GO TO V1-CREDITO-TESTA.
           IF TIT-TIPO = "R" AND TIT-STATUS = "A"
              COMPUTE W-SALDOCRED = W-SALDOCRED
                                  + TIT-VALOR - TIT-VALORPAGO.
           GO TO V1-CREDITO-LOOP.

       V1-CREDITO-TESTA.
           IF W-SALDOCRED + W-VALORPED > CLI-LIMITECREDITO
              MOVE "LIMITE DE CREDITO DO CLIENTE ESTOURADO"
                                                   TO W-MOTIVO.
       V1-CONFERE-FIM.
                EXIT.

      * QUANTO DO MESMO PRODUTO OS ITENS ANTERIORES DESTE PEDIDO   *
      * JA TOMARAM DO SALDO DE LOJA                                *
       V1-JAUSADO.
           MOVE ZEROS TO W-JAUSADO IND2.
       V1-JAUSADO-LOOP.
           ADD 1 TO IND2
           IF IND2 NOT < IND
              GO TO V1-JAUSADO-FIM.
           IF TBI-COD-PRO (IND2) = TBI-COD-PRO (IND) AND
              TBI-STATUS (IND2) = "N"
              ADD TBI-QTDE (IND2) TO W-JAUSADO.
           GO TO V1-JAUSADO-LOOP.
       V1-JAUSADO-FIM.
                EXIT.

      *-----------------------------------------------------------*
      * GRAVACAO DO PEDIDO CONFERIDO: CLIENTE NOVO, ITENS COM A    *
      * BAIXA DE ESTOQUE, CABECALHO E, COMO NO INC-WR1 DO SCE005,  *
      * AUDITORIA, PONTOS, TITULOS, ENTREGA E DOCUMENTO FISCAL     *
      *-----------------------------------------------------------*
       G1-GRAVA.
           IF W-CLINOVO = "S"
              PERFORM G1-CLIENTE THRU G1-CLIENTE-FIM
              IF W-GRAVOU NOT = "S"
                 MOVE "ERRO NA INCLUSAO DO CLIENTE" TO W-MOTIVO
                 PERFORM M1-RECUSA THRU M1-RECUSA-FIM
                 GO TO G1-GRAVA-FIM.
           PERFORM PROX-CODIGO THRU PROX-CODIGO-FIM
           MOVE W-PROXCOD TO PED-COD

      * A LINHA DO PEDIDO SAI ANTES: OS LOTES A SEPARAR E OS       *
      * AVISOS DA GRAVACAO FICAM LISTADOS LOGO ABAIXO DELA          *
           MOVE SPACES TO LINHA-PED
           MOVE "ACEITO" TO LP-SITUACAO
           MOVE CAB-NUMERO TO LP-NUMERO
           MOVE PED-COD TO LP-PEDIDO
           MOVE CAB-CPFCNPJ TO LP-CPFCNPJ
           MOVE CAB-NOME TO LP-NOME
           IF W-CLINOVO NOT = "S"
              MOVE CLI-NOME TO LP-NOME.
           MOVE W-QTDITENS TO LP-QTDITENS
           MOVE W-VALORPED TO LP-VALOR
           IF W-CLINOVO = "S"
              MOVE "CLIENTE NOVO INCLUIDO" TO LP-OBS.
           MOVE LINHA-PED TO REGREL
           WRITE REGREL.

           MOVE "2" TO PED-TIPOPEDIDO
           MOVE CAB-DATA TO PED-DATA
           MOVE CAB-CPFCNPJ TO PED-CLI-CPFCNPJ
           MOVE ZEROS TO PED-FOR-CPFCNPJ PED-VALORTOTAL
                         PED-DATAVALIDADE PED-DESCONTO
           MOVE W-QTDITENS TO PED-QTDITENS
           MOVE "N" TO PED-STATUS
           MOVE W-VENDEDOR TO PED-VENDEDOR
           MOVE ZEROS TO IND.

       G1-ITENS.
           ADD 1 TO IND
           IF IND > W-QTDITENS
              GO TO G1-CABECALHO.
           MOVE PED-COD TO PEI-COD
           MOVE IND TO PEI-ITEM
           MOVE TBI-COD-PRO (IND) TO PEI-COD-PRO
           MOVE TBI-QTDE (IND) TO PEI-QUANTIDADE
           MOVE TBI-PRECO (IND) TO PEI-PRECOUNITARIO
           COMPUTE PEI-VALORITEM = TBI-QTDE (IND) * TBI-PRECO (IND)
           MOVE TBI-STATUS (IND) TO PEI-STATUS
           MOVE ZEROS TO PEI-QTDRECEBIDA PEI-DESCONTO
           MOVE 1 TO PEI-FATOR
           MOVE TBI-EHKIT (IND) TO W-EHKIT
           IF W-EHKIT = "S"
              MOVE PEI-COD-PRO TO PRO-CODIGO
              PERFORM ATU-ESTOQUE THRU ATU-ESTOQUE-FIM
              GO TO G1-ITEM-WR1.
           IF PEI-STATUS = "P"
              GO TO G1-ITEM-WR1.
           PERFORM G1-LER-PRODUTO THRU G1-LER-PRODUTO-FIM
           IF W-ACHOU = "S"
              PERFORM ATU-ESTOQUE THRU ATU-ESTOQUE-FIM.

       G1-ITEM-WR1.
           IF PEI-STATUS = "P"
              MOVE "P" TO PED-STATUS.
           WRITE REGPEI
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO
              MOVE "ERRO NA GRAVACAO DO ITEM DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO G1-ITENS.
           ADD PEI-VALORITEM TO PED-VALORTOTAL
           GO TO G1-ITENS.

       G1-CABECALHO.
           WRITE REGPED
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO
              MOVE "ERRO NA GRAVACAO DO CABECALHO DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO G1-GRAVA-FIM.
           MOVE "I" TO W-ACAOAUD
           MOVE PED-COD TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           PERFORM FID-VENDA THRU FID-VENDA-FIM
           MOVE CAB-PARCELAS TO W-NUMPARCELAS
           MOVE ZEROS TO W-PRIMVENC
           PERFORM GERA-TIT THRU GERA-TIT-FIM
           PERFORM GERA-ENT THRU GERA-ENT-FIM
           PERFORM EMITE-FIS THRU EMITE-FIS-FIM

           MOVE CAB-NUMERO TO LJV-NUMERO
           MOVE PED-COD TO LJV-PED-COD
           MOVE W-HOJE TO LJV-DATAIMP
           ACCEPT LJV-HORAIMP FROM TIME
           MOVE PED-VALORTOTAL TO LJV-VALORTOTAL
           WRITE REGLJV
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO
              MOVE "ERRO NA GRAVACAO DO CONTROLE DE IMPORTACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           ADD 1 TO W-QTDACEITOS
           ADD PED-VALORTOTAL TO W-TOTACEITO
           IF PED-STATUS = "P"
              ADD 1 TO W-QTDBACK
              MOVE "*** PEDIDO COM ITEM EM BACKORDER (SCE012) ***"
                                                         TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       G1-GRAVA-FIM.
                EXIT.

      * INCLUI O CLIENTE NOVO COM OS DADOS DO CADASTRO NA LOJA; O  *
      * LIMITE DE CREDITO FICA ZERADO (SEM LIMITE), COMO NO SCE002 *
       G1-CLIENTE.
           MOVE "N" TO W-GRAVOU
           ADD 1 TO W-PROXCLI
           MOVE SPACES TO REGCLI
           MOVE W-PROXCLI TO CLI-CODIGO
           MOVE CAB-CPFCNPJ TO CLI-CPFCNPJ
           MOVE CAB-PESSOA TO CLI-TIPOCLIENTE
           MOVE CAB-NOME TO CLI-NOME
           MOVE CAB-CEP TO CLI-CEP
           MOVE CAB-LOGRADOURO TO CLI-LOGRADOURO
           MOVE CAB-NUMEROEND TO CLI-NUMERO
           MOVE CAB-COMPLEMENTO TO CLI-COMPLEMENTO
           MOVE CAB-BAIRRO TO CLI-BAIRRO
           MOVE CAB-CIDADE TO CLI-CIDADE
           MOVE CAB-ESTADO TO CLI-ESTADO
           MOVE CAB-TELEFONE TO CLI-TELEFONE
           MOVE ZEROS TO CLI-TELEFONE2 CLI-LIMITECREDITO
           MOVE CAB-EMAIL TO CLI-EMAIL
           WRITE REGCLI
           IF ST-ERRO NOT = "00" AND "02"
              GO TO G1-CLIENTE-FIM.
           MOVE "S" TO W-GRAVOU
           ADD 1 TO W-QTDCLINOVO
           MOVE "I" TO W-ACAOAUD
           MOVE CLI-CPFCNPJ TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM.
       G1-CLIENTE-FIM.
                EXIT.

      * LE O PRODUTO DO ITEM PARA A BAIXA; SE CONTINUAR EM USO POR *
      * OUTRO TERMINAL, O ITEM FICA EM BACKORDER E O SCE012 ATENDE *
      * DEPOIS, EM VEZ DE GRAVAR UMA VENDA SEM BAIXA DE ESTOQUE    *
       G1-LER-PRODUTO.
           MOVE "S" TO W-ACHOU
           MOVE ZEROS TO W-TENTLOCK.
       G1-LER-PRODUTO-1.
           MOVE PEI-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
              GO TO G1-LER-PRODUTO-FIM.
           IF ST-ERRO = "51"
              PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
              IF W-TENTLOCK NOT > PAR-TENTLOCK
                 GO TO G1-LER-PRODUTO-1.
           MOVE ZEROS TO W-TENTLOCK
           MOVE "N" TO W-ACHOU
           MOVE "P" TO PEI-STATUS
           MOVE SPACES TO MENS
           STRING "*** PRODUTO " PEI-COD-PRO
                  " EM USO, ITEM EM BACKORDER"
               DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       G1-LER-PRODUTO-FIM.
                EXIT.

      * BAIXA DE ESTOQUE DO ITEM DE VENDA, COMO O ATU-ESTOQUE DO   *
      * SCE005 (ITEM EM BACKORDER NAO MEXE NO ESTOQUE)              *
       ATU-ESTOQUE.
           MOVE "N" TO W-MOVGRAVA
           MOVE "PED" TO W-MOVORIGEM
           MOVE PEI-QUANTIDADE TO W-MOVQTDE
           IF PEI-STATUS = "P"
               GO TO ATU-ESTOQUE-FIM.
           IF W-EHKIT = "S"
               MOVE PRO-CODIGO TO W-KITCOD
               MOVE PEI-QUANTIDADE TO W-QTDKIT
               MOVE REGPRO TO W-REGPROKIT
               MOVE "S" TO W-MOVTIPO
               PERFORM MOVE-KIT THRU MOVE-KIT-FIM
               MOVE W-REGPROKIT TO REGPRO
               MOVE "N" TO W-MOVGRAVA
               GO TO ATU-ESTOQUE-FIM.
           IF PEI-QUANTIDADE > PRO-QTDESTOQUE
               MOVE ZEROS TO PRO-QTDESTOQUE
           ELSE
               SUBTRACT PEI-QUANTIDADE FROM PRO-QTDESTOQUE.
           PERFORM CONSOME-LOTE THRU CONSOME-LOTE-FIM
           MOVE "S" TO W-MOVTIPO
           MOVE "L" TO W-MOVLOCAL
           MOVE "S" TO W-MOVGRAVA.

       ATU-ESTOQUE-RW1.
           REWRITE REGPRO
           IF ST-ERRO = "00" OR "02"
               MOVE ZEROS TO W-TENTLOCK
               PERFORM ATU-LOCAL THRU ATU-LOCAL-FIM
               PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           ELSE
               IF ST-ERRO = "51"
                  PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
                  IF W-TENTLOCK > PAR-TENTLOCK
                     MOVE ZEROS TO W-TENTLOCK
                     ADD 1 TO W-QTDERRO
                     MOVE "*** PRODUTO EM USO, ESTOQUE NAO ATUALIZADO"
                                                            TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                  ELSE
                     GO TO ATU-ESTOQUE-RW1
               ELSE
                  ADD 1 TO W-QTDERRO
                  MOVE "ERRO NA ATUALIZACAO DO ESTOQUE DO PRODUTO"
                                                            TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ATU-ESTOQUE-FIM.
                EXIT.

      * ENTREGA DA VENDA DA LOJA: SEMPRE EM DOMICILIO, NO ENDERECO *
      * INFORMADO NO PEDIDO OU, SEM ELE, NO DO CADASTRO DO CLIENTE. *
      * O FRETE JA FOI COBRADO PELA LOJA: A ENTREGA GUARDA SO A    *
      * ZONA DO CEP (PARA O ROMANEIO E O SCE064), COM FRETE ZERO   *
       GERA-ENT.
           MOVE PED-CLI-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO CLI-NOME CLI-LOGRADOURO CLI-NUMERO
                             CLI-BAIRRO CLI-CIDADE
              MOVE ZEROS TO CLI-CEP.
           MOVE PED-COD TO ENT-PED-COD
           MOVE W-HOJE TO ENT-DATA
           MOVE CLI-NOME TO ENT-NOME
           IF CAB-NOME NOT = SPACES
              MOVE CAB-NOME TO ENT-NOME.
           IF CAB-LOGRADOURO = SPACES
              MOVE CLI-LOGRADOURO TO ENT-LOGRADOURO
              MOVE CLI-NUMERO TO ENT-NUMERO
              MOVE CLI-BAIRRO TO ENT-BAIRRO
              MOVE CLI-CIDADE TO ENT-CIDADE
              MOVE CLI-CEP TO ENT-CEP
           ELSE
              MOVE CAB-LOGRADOURO TO ENT-LOGRADOURO
              MOVE CAB-NUMEROEND TO ENT-NUMERO
              MOVE CAB-BAIRRO TO ENT-BAIRRO
              MOVE CAB-CIDADE TO ENT-CIDADE
              MOVE CAB-CEP TO ENT-CEP.
           MOVE "A" TO ENT-STATUS
           MOVE ZEROS TO ENT-DATAENTREGA
           MOVE SPACES TO ENT-RECEBEDOR
           MOVE ZEROS TO ENT-ZONA ENT-FRETE
           IF W-TEMFRT NOT = "S"
              GO TO GERA-ENT-WR1.
           MOVE ZEROS TO FRT-CODIGO
           START ARQFRT KEY IS NOT LESS THAN FRT-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO GERA-ENT-WR1.

       GERA-ENT-ZONA.
           READ ARQFRT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GERA-ENT-WR1.
           IF ENT-CEP < FRT-CEPINI OR ENT-CEP > FRT-CEPFIM
              GO TO GERA-ENT-ZONA.
           MOVE FRT-CODIGO TO ENT-ZONA.

       GERA-ENT-WR1.
           WRITE REGENT
           IF ST-ERRO = "22"
              REWRITE REGENT.
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO
              MOVE "ERRO NA GRAVACAO DO REGISTRO DE ENTREGA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERA-ENT-FIM.
                EXIT.

      * TITULOS A RECEBER DA VENDA, COMO O GERA-TIT DO SCE005: UMA *
      * PARCELA POR MES A PARTIR DA DATA DO PEDIDO, COM A DIFERENCA *
      * DE ARREDONDAMENTO NA ULTIMA                                 *
       GERA-TIT.
           IF W-NUMPARCELAS = 0
               MOVE 1 TO W-NUMPARCELAS.
           IF W-PRIMVENC = 0
               MOVE PED-DATA TO W-PRIMVENC.
           DIVIDE PED-VALORTOTAL BY W-NUMPARCELAS GIVING W-VALORPARC
           COMPUTE W-VALORULT = PED-VALORTOTAL -
                   (W-VALORPARC * (W-NUMPARCELAS - 1))
           MOVE W-PRIMVENC TO W-VENCIMENTO
           MOVE ZEROS TO W-PARCATUAL.

       GERA-TIT-LOOP.
           ADD 1 TO W-PARCATUAL
           IF W-PARCATUAL > W-NUMPARCELAS
               GO TO GERA-TIT-FIM.
           MOVE PED-COD TO TIT-PED-COD
           MOVE W-PARCATUAL TO TIT-PARCELA
           MOVE "R" TO TIT-TIPO
           MOVE PED-CLI-CPFCNPJ TO TIT-CPFCNPJ
           MOVE PED-DATA TO TIT-DATAEMISSAO
           MOVE W-VENCIMENTO TO TIT-DATAVENC
           IF W-PARCATUAL = W-NUMPARCELAS
               MOVE W-VALORULT TO TIT-VALOR
           ELSE
               MOVE W-VALORPARC TO TIT-VALOR.
           MOVE ZEROS TO TIT-VALORPAGO TIT-DATAPAGTO TIT-VALORJUROS
           MOVE "A" TO TIT-STATUS
           MOVE SPACES TO TIT-FORMAPAGTO TIT-SITBANCO.

       GERA-TIT-WR1.
           WRITE REGTIT
           IF ST-ERRO NOT = "00" AND "02"
               ADD 1 TO W-QTDERRO
               MOVE "ERRO NA GRAVACAO DO TITULO FINANCEIRO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GERA-TIT-FIM.
           ADD 1 TO W-VENC-MES
           IF W-VENC-MES > 12
               MOVE 1 TO W-VENC-MES
               ADD 1 TO W-VENC-ANO.
           IF W-VENC-MES = 2
               IF W-VENC-DIA > 28
                  MOVE 28 TO W-VENC-DIA.
           IF W-VENC-MES = 4 OR 6 OR 9 OR 11
               IF W-VENC-DIA > 30
                  MOVE 30 TO W-VENC-DIA.
           GO TO GERA-TIT-LOOP.

       GERA-TIT-FIM.
                EXIT.

      * DOCUMENTO FISCAL DA VENDA, COMO O EMITE-FIS DO SCE005; AS  *
      * VIAS DE TODA A IMPORTACAO SAEM JUNTAS EM NOTAWEB.TXT       *
       EMITE-FIS.
           ADD 1 TO W-PROXFIS
           MOVE W-PROXFIS TO FIS-NUMERO
           READ ARQFIS
           IF ST-ERRO = "00"
              GO TO EMITE-FIS.

           MOVE PED-CLI-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "CLIENTE NAO ENCONTRADO" TO CLI-NOME.

           MOVE SPACES TO REGNF
           MOVE EMP-NOME TO REGNF
           WRITE REGNF.
           MOVE SPACES TO REGNF
           STRING "CNPJ " EMP-CNPJ DELIMITED BY SIZE INTO REGNF
           WRITE REGNF.
           MOVE SPACES TO REGNF WRITE REGNF.
           MOVE W-PROXFIS TO LNF-NUMERO
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO LNF-DATA
           MOVE LINHA-NF-NUM TO REGNF
           WRITE REGNF.
           MOVE CLI-NOME TO LNF-CLINOME
           MOVE PED-CLI-CPFCNPJ TO LNF-CLICPF
           MOVE LINHA-NF-CLI TO REGNF
           WRITE REGNF.
           MOVE SPACES TO REGNF WRITE REGNF.

           MOVE ZEROS TO W-TOTIMPOSTO
           MOVE PED-COD TO PEI-COD
           MOVE ZEROS TO PEI-ITEM
           START ARQPEI KEY NOT LESS THAN PEI-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO EMITE-FIS-TOT.

       EMITE-FIS-ITEM.
           READ ARQPEI NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO EMITE-FIS-TOT.
           IF PEI-COD NOT = PED-COD
              GO TO EMITE-FIS-TOT.

           MOVE PEI-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "PRODUTO NAO ENCONTRADO" TO PRO-DESCRICAO
              MOVE ZEROS TO PRO-TIPOPRODUTO.

           MOVE ZEROS TO CAT-ALIQUOTA
           MOVE SPACES TO CAT-CODFISCAL
           IF W-TEMCAT = "S"
              IF PRO-TIPOPRODUTO > 0
                 MOVE PRO-TIPOPRODUTO TO CAT-CODIGO
                 READ ARQCAT
                 IF ST-ERRO NOT = "00"
                    MOVE ZEROS TO CAT-ALIQUOTA
                    MOVE SPACES TO CAT-CODFISCAL.

           COMPUTE W-IMPITEM ROUNDED =
               PEI-VALORITEM * CAT-ALIQUOTA / 100
           ADD W-IMPITEM TO W-TOTIMPOSTO

           MOVE PRO-DESCRICAO TO LNI-DESCRICAO
           MOVE PEI-QUANTIDADE TO LNI-QTDE
           MOVE PEI-VALORITEM TO LNI-VALOR
           MOVE CAT-CODFISCAL TO LNI-CODFISCAL
           MOVE CAT-ALIQUOTA TO LNI-ALIQUOTA
           MOVE W-IMPITEM TO LNI-IMPOSTO
           MOVE LINHA-NF-ITEM TO REGNF
           WRITE REGNF.
           GO TO EMITE-FIS-ITEM.

       EMITE-FIS-TOT.
           MOVE SPACES TO REGNF WRITE REGNF.
           MOVE "VALOR DA VENDA    :" TO LNT-TITULO
           MOVE PED-VALORTOTAL TO LNT-VALOR
           MOVE LINHA-NF-TOT TO REGNF
           WRITE REGNF.
           MOVE "TOTAL DE IMPOSTOS :" TO LNT-TITULO
           MOVE W-TOTIMPOSTO TO LNT-VALOR
           MOVE LINHA-NF-TOT TO REGNF
           WRITE REGNF.
           MOVE ALL "-" TO REGNF
           WRITE REGNF.

           MOVE W-PROXFIS TO FIS-NUMERO
           MOVE PED-COD TO FIS-PED-COD
           MOVE W-DATAHOJE TO FIS-DATA
           MOVE PED-CLI-CPFCNPJ TO FIS-CLI-CPFCNPJ
           MOVE PED-VALORTOTAL TO FIS-VALORTOTAL
           MOVE W-TOTIMPOSTO TO FIS-VALORIMPOSTO
           MOVE "E" TO FIS-STATUS
           WRITE REGFIS
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO
              MOVE "ERRO NA GRAVACAO DO DOCUMENTO FISCAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       EMITE-FIS-FIM.
                EXIT.

      *-----------------------------------------------------------*
      * EXPORTACAO DO SALDO VENDAVEL PARA A LOJA VIRTUAL           *
      *-----------------------------------------------------------*
       M2-EXPORTA.
           OPEN OUTPUT ARQEXP
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESTWEB.TXT"
              MOVE 8 TO RETURN-CODE
              GO TO M2-SAIDA.
           MOVE ZEROS TO W-QTDEXP W-QTDSEMBARRA W-QTDCOMBACK
                         W-PROATUAL
           ACCEPT LXC-DATA FROM DATE YYYYMMDD
           ACCEPT LXC-HORA FROM TIME
           MOVE LINHA-EXP-CAB TO REGEXP
           WRITE REGEXP.

      * O KIT-CALC LE OUTROS PRODUTOS (OS COMPONENTES): A LEITURA  *
      * RECOMECA PELA CHAVE A CADA PRODUTO                          *
       M2-LOOP.
           MOVE W-PROATUAL TO PRO-CODIGO
           START ARQPRO KEY IS GREATER THAN PRO-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO M2-FIM.
           READ ARQPRO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO M2-FIM.
           MOVE PRO-CODIGO TO W-PROATUAL
           IF PRO-CODBARRA = 0
              ADD 1 TO W-QTDSEMBARRA
              GO TO M2-LOOP.
           PERFORM KIT-CALC THRU KIT-CALC-FIM
           PERFORM LER-SALDOLOJA THRU LER-SALDOLOJA-FIM
           MOVE ZEROS TO W-QTDBACKORD
           IF W-EHKIT NOT = "S"
              PERFORM SOMA-BACKORDER THRU SOMA-BACKORDER-FIM.
           IF W-QTDBACKORD > 0
              ADD 1 TO W-QTDCOMBACK.
           IF W-QTDBACKORD NOT < W-SALDOLOJA
              MOVE ZEROS TO W-SALDOWEB
           ELSE
              COMPUTE W-SALDOWEB = W-SALDOLOJA - W-QTDBACKORD.
           MOVE PRO-CODBARRA TO LXD-CODBARRA
           MOVE W-SALDOWEB TO LXD-SALDO
           MOVE LINHA-EXP-DET TO REGEXP
           WRITE REGEXP.
           ADD 1 TO W-QTDEXP
           GO TO M2-LOOP.

       M2-FIM.
           MOVE W-QTDEXP TO LXF-QTDE
           MOVE LINHA-EXP-FIM TO REGEXP
           WRITE REGEXP.
           CLOSE ARQEXP.
           DISPLAY "SALDO EXPORTADO PARA A LOJA (ESTWEB.TXT)"
           DISPLAY "PRODUTOS EXPORTADOS      : " W-QTDEXP
           DISPLAY "  COM BACKORDER ABATIDO  : " W-QTDCOMBACK
           DISPLAY "SEM CODIGO DE BARRAS     : " W-QTDSEMBARRA.

       M2-SAIDA.
           IF W-BATCH = "S"
              GO TO ROT-FIM.
           GO TO R1.

      * QUANTIDADE DO PRODUTO CORRENTE EM BACKORDER NAS VENDAS     *
      * ABERTAS, COMO NA CARGA DO SCE012: ESSE SALDO JA TEM DONO   *
       SOMA-BACKORDER.
           MOVE PRO-CODIGO TO PEI-COD-PRO
           START ARQPEI KEY IS NOT LESS THAN PEI-COD-PRO
           IF ST-ERRO NOT = "00"
              GO TO SOMA-BACKORDER-FIM.
       SOMA-BACKORDER-LOOP.
           READ ARQPEI NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SOMA-BACKORDER-FIM.
           IF PEI-COD-PRO NOT = PRO-CODIGO
              GO TO SOMA-BACKORDER-FIM.
           IF PEI-STATUS NOT = "P"
              GO TO SOMA-BACKORDER-LOOP.
           MOVE PEI-COD TO PED-COD
           READ ARQPED
           IF ST-ERRO NOT = "00"
              GO TO SOMA-BACKORDER-LOOP.
           IF PED-STATUS = "C" OR PED-TIPOPEDIDO NOT = 2
              GO TO SOMA-BACKORDER-LOOP.
           ADD PEI-QUANTIDADE TO W-QTDBACKORD
           GO TO SOMA-BACKORDER-LOOP.
       SOMA-BACKORDER-FIM.
                EXIT.

      * MAIOR CODIGO DE PEDIDO JA GRAVADO, PONTO DE PARTIDA DA     *
      * NUMERACAO DAS VENDAS DA IMPORTACAO                         *
       MAIOR-PEDIDO.
           MOVE ZEROS TO W-PROXCOD PED-COD
           START ARQPED KEY IS NOT LESS THAN PED-COD
           IF ST-ERRO NOT = "00"
              GO TO MAIOR-PEDIDO-FIM.
       MAIOR-PEDIDO-LOOP.
           READ ARQPED NEXT RECORD
           IF ST-ERRO = "00"
              MOVE PED-COD TO W-PROXCOD
              GO TO MAIOR-PEDIDO-LOOP.
       MAIOR-PEDIDO-FIM.
                EXIT.

      * PROXIMO CODIGO DE PEDIDO: DEPOIS DO MAIOR JA GRAVADO, SEM   *
      * REPETIR CODIGO DE TITULOS (DESPESAS DO SCE057, ACORDOS DO   *
      * SCE055), COMO O PROX-CODIGO DO SCE057                       *
       PROX-CODIGO.
           ADD 1 TO W-PROXCOD
           MOVE "N" TO W-USADO
           MOVE W-PROXCOD TO PED-COD
           READ ARQPED
           IF ST-ERRO = "00"
              MOVE "S" TO W-USADO.
           MOVE W-PROXCOD TO TIT-PED-COD
           MOVE ZEROS TO TIT-PARCELA
           START ARQTIT KEY NOT LESS THAN TIT-CHAVE
           IF ST-ERRO = "00"
              READ ARQTIT NEXT RECORD
              IF ST-ERRO = "00" AND TIT-PED-COD = W-PROXCOD
                 MOVE "S" TO W-USADO.
           IF W-USADO = "S"
              GO TO PROX-CODIGO.
       PROX-CODIGO-FIM.
                EXIT.

      * MAIOR CODIGO DE CLIENTE (CHAVE ALTERNATIVA CLI-CODIGO), A  *
      * PARTIR DO QUAL SAO NUMERADOS OS CLIENTES NOVOS DA LOJA     *
       MAIOR-CLIENTE.
           MOVE ZEROS TO W-PROXCLI CLI-CODIGO
           START ARQCLI KEY IS NOT LESS THAN CLI-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO MAIOR-CLIENTE-FIM.
       MAIOR-CLIENTE-LOOP.
           READ ARQCLI NEXT RECORD
           IF ST-ERRO = "00"
              MOVE CLI-CODIGO TO W-PROXCLI
              GO TO MAIOR-CLIENTE-LOOP.
       MAIOR-CLIENTE-FIM.
                EXIT.

      * O MES CONTABIL DE PED-DATA ESTA FECHADO (ARQFEC)? *
       VERIFICA-FECHO.
           MOVE "N" TO W-FECHADO
           IF W-TEMFEC NOT = "S"
              GO TO VERIFICA-FECHO-FIM.
           COMPUTE W-ANOMES-TESTE = PED-DATA / 100
           MOVE W-ANOMES-TESTE TO FEC-ANOMES
           READ ARQFEC
           IF ST-ERRO = "00"
              IF FEC-STATUS = "F"
                 MOVE "S" TO W-FECHADO.
       VERIFICA-FECHO-FIM.
                EXIT.

      * VENDA DE PRODUTO PERECIVEL: CONSOME OS LOTES DO VENCIMENTO *
      * MAIS ANTIGO PARA O MAIS NOVO (FEFO) E LISTA NO RELATORIO O  *
      * LOTE QUE SAI, PARA A SEPARACAO DO PEDIDO                    *
       CONSOME-LOTE.
           IF PRO-PERECIVEL NOT = "S"
              GO TO CONSOME-LOTE-FIM.
           MOVE W-MOVQTDE TO W-QTDRESTA
           MOVE PRO-CODIGO TO LOT-COD-PRO
           MOVE ZEROS TO LOT-VALIDADE
           MOVE SPACES TO LOT-NUMERO
           START ARQLOT KEY IS NOT LESS THAN LOT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CONSOME-LOTE-AVISO.

       CONSOME-LOTE-LOOP.
           IF W-QTDRESTA = 0
              GO TO CONSOME-LOTE-FIM.
           READ ARQLOT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CONSOME-LOTE-AVISO.
           IF LOT-COD-PRO NOT = PRO-CODIGO
              GO TO CONSOME-LOTE-AVISO.
           IF LOT-QTDSALDO = 0
              GO TO CONSOME-LOTE-LOOP.
           IF LOT-QTDSALDO > W-QTDRESTA
              MOVE W-QTDRESTA TO W-QTDCONSUMO
           ELSE
              MOVE LOT-QTDSALDO TO W-QTDCONSUMO.
           SUBTRACT W-QTDCONSUMO FROM LOT-QTDSALDO
           SUBTRACT W-QTDCONSUMO FROM W-QTDRESTA
           MOVE SPACES TO MENS
           STRING "SEPARAR " PRO-CODIGO " LOTE " LOT-NUMERO
                  " VAL " LOT-VALIDADE " QTD " W-QTDCONSUMO
               DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF LOT-QTDSALDO = 0
              DELETE ARQLOT RECORD
           ELSE
              REWRITE REGLOT.
           GO TO CONSOME-LOTE-LOOP.

       CONSOME-LOTE-AVISO.
           IF W-QTDRESTA > 0
              MOVE "*** SALDO DE LOTES MENOR QUE A VENDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CONSOME-LOTE-FIM.
                EXIT.

      * LE O SALDO DE LOJA DO PRODUTO CORRENTE (ARQEST, LOCAL "L"); *
      * PARA O KIT VALE O QUE OS COMPONENTES MONTAM (KIT-CALC)      *
       LER-SALDOLOJA.
           IF W-EHKIT = "S"
              MOVE W-DISPKIT TO W-SALDOLOJA
              GO TO LER-SALDOLOJA-FIM.
           MOVE PRO-CODIGO TO EST-COD-PRO
           MOVE "L" TO EST-LOCAL
           READ ARQEST
           IF ST-ERRO = "00"
              MOVE EST-QTDESTOQUE TO W-SALDOLOJA
           ELSE
              MOVE ZEROS TO W-SALDOLOJA.
       LER-SALDOLOJA-FIM.
                EXIT.

      * O PRODUTO CORRENTE E UM KIT QUANDO TEM COMPONENTES NO ARQKIT *
       KIT-VERIFICA.
           MOVE "N" TO W-EHKIT
           IF W-TEMKIT NOT = "S"
              GO TO KIT-VERIFICA-FIM.
           MOVE PRO-CODIGO TO KIT-COD-PRO
           MOVE ZEROS TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO KIT-VERIFICA-FIM.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO = "00" AND KIT-COD-PRO = PRO-CODIGO
              MOVE "S" TO W-EHKIT.
       KIT-VERIFICA-FIM.
                EXIT.

      * KIT: A DISPONIBILIDADE E A DO COMPONENTE MAIS ESCASSO NO    *
      * SALDO DE LOJA (QUANTOS KITS ELE MONTA)                      *
       KIT-CALC.
           PERFORM KIT-VERIFICA THRU KIT-VERIFICA-FIM
           IF W-EHKIT NOT = "S"
              GO TO KIT-CALC-FIM.
           MOVE REGPRO TO W-REGPROKIT
           MOVE PRO-CODIGO TO W-KITCOD
           MOVE 999999 TO W-DISPKIT
           MOVE ZEROS TO W-CUSTOKIT
           MOVE W-KITCOD TO KIT-COD-PRO
           MOVE ZEROS TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO KIT-CALC-REP.

       KIT-CALC-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO KIT-CALC-REP.
           IF KIT-COD-PRO NOT = W-KITCOD
              GO TO KIT-CALC-REP.
           MOVE KIT-COMPONENTE TO EST-COD-PRO
           MOVE "L" TO EST-LOCAL
           READ ARQEST
           IF ST-ERRO = "00"
              DIVIDE EST-QTDESTOQUE BY KIT-QUANTIDADE
                  GIVING W-DISPCOMP
           ELSE
              MOVE ZEROS TO W-DISPCOMP.
           IF W-DISPCOMP < W-DISPKIT
              MOVE W-DISPCOMP TO W-DISPKIT.
           MOVE KIT-COMPONENTE TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
              COMPUTE W-CUSTOKIT = W-CUSTOKIT
                                 + PRO-CUSTOMEDIO * KIT-QUANTIDADE.
           GO TO KIT-CALC-LOOP.

       KIT-CALC-REP.
           IF W-DISPKIT = 999999
              MOVE ZEROS TO W-DISPKIT.
           MOVE W-REGPROKIT TO REGPRO
           MOVE W-CUSTOKIT TO PRO-CUSTOMEDIO.
       KIT-CALC-FIM.
                EXIT.

      * BAIXA DOS COMPONENTES DO KIT W-KITCOD PARA W-QTDKIT KITS,   *
      * NO SALDO DE LOJA E COM UM LANCAMENTO NO ARQMOV POR          *
      * COMPONENTE (O MOVE-KIT DO SCE005, SO O LADO DA SAIDA)       *
       MOVE-KIT.
           MOVE W-MOVTIPO TO W-KITTIPO
           IF W-QTDKIT = 0
              GO TO MOVE-KIT-FIM.
           MOVE W-KITCOD TO KIT-COD-PRO
           MOVE ZEROS TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO MOVE-KIT-FIM.

       MOVE-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO MOVE-KIT-FIM.
           IF KIT-COD-PRO NOT = W-KITCOD
              GO TO MOVE-KIT-FIM.
           MOVE KIT-COMPONENTE TO PRO-CODIGO.
       MOVE-KIT-LER.
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "51"
                 PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
                 IF W-TENTLOCK > PAR-TENTLOCK
                    MOVE ZEROS TO W-TENTLOCK
                    ADD 1 TO W-QTDERRO
                    MOVE "*** COMPONENTE EM USO, ESTOQUE NAO ATUALIZADO"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO MOVE-KIT-LOOP
                 ELSE
                    GO TO MOVE-KIT-LER
              ELSE
                 GO TO MOVE-KIT-LOOP.
           MOVE ZEROS TO W-TENTLOCK
           COMPUTE W-MOVQTDE = W-QTDKIT * KIT-QUANTIDADE
           MOVE W-KITTIPO TO W-MOVTIPO
           MOVE "L" TO W-MOVLOCAL
           MOVE "S" TO W-MOVGRAVA
           IF W-MOVQTDE > PRO-QTDESTOQUE
              MOVE ZEROS TO PRO-QTDESTOQUE
           ELSE
              SUBTRACT W-MOVQTDE FROM PRO-QTDESTOQUE.
           PERFORM CONSOME-LOTE THRU CONSOME-LOTE-FIM.

       MOVE-KIT-RW1.
           REWRITE REGPRO
           IF ST-ERRO = "00" OR "02"
              MOVE ZEROS TO W-TENTLOCK
              PERFORM ATU-LOCAL THRU ATU-LOCAL-FIM
              PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           ELSE
              IF ST-ERRO = "51"
                 PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
                 IF W-TENTLOCK > PAR-TENTLOCK
                    MOVE ZEROS TO W-TENTLOCK
                    ADD 1 TO W-QTDERRO
                    MOVE "*** COMPONENTE EM USO, ESTOQUE NAO ATUALIZADO"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    GO TO MOVE-KIT-RW1
              ELSE
                 ADD 1 TO W-QTDERRO
                 MOVE "ERRO NA ATUALIZACAO DO ESTOQUE DO COMPONENTE"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO MOVE-KIT-LOOP.

       MOVE-KIT-FIM.
                EXIT.

      * ATUALIZA O SALDO DO LOCAL MOVIMENTADO (ARQEST); O REGISTRO *
      * DO LOCAL E CRIADO NA PRIMEIRA MOVIMENTACAO DO PRODUTO      *
       ATU-LOCAL.
           IF W-MOVGRAVA NOT = "S"
              GO TO ATU-LOCAL-FIM.
           MOVE PRO-CODIGO TO EST-COD-PRO
           MOVE W-MOVLOCAL TO EST-LOCAL
           READ ARQEST
           IF ST-ERRO NOT = "00"
              MOVE PRO-CODIGO TO EST-COD-PRO
              MOVE W-MOVLOCAL TO EST-LOCAL
              MOVE ZEROS TO EST-QTDESTOQUE
              WRITE REGEST
              MOVE PRO-CODIGO TO EST-COD-PRO
              MOVE W-MOVLOCAL TO EST-LOCAL
              READ ARQEST.
           IF W-MOVTIPO = "E"
              ADD W-MOVQTDE TO EST-QTDESTOQUE
           ELSE
              IF W-MOVQTDE > EST-QTDESTOQUE
                 MOVE ZEROS TO EST-QTDESTOQUE
              ELSE
                 SUBTRACT W-MOVQTDE FROM EST-QTDESTOQUE.

       ATU-LOCAL-RW1.
           REWRITE REGEST
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO
              MOVE "ERRO NA ATUALIZACAO DO ESTOQUE POR LOCAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ATU-LOCAL-FIM.
                EXIT.

      * LANCAMENTO NO LIVRO DE MOVIMENTACAO DE ESTOQUE (ARQMOV) *
       GRAVA-MOV.
           IF W-MOVGRAVA NOT = "S"
              GO TO GRAVA-MOV-FIM.
           MOVE "N" TO W-MOVGRAVA
           MOVE PRO-CODIGO TO MOV-COD-PRO
           ACCEPT MOV-DATA FROM DATE YYYYMMDD
           ACCEPT MOV-HORA FROM TIME
           MOVE 1 TO MOV-SEQ
           MOVE W-MOVTIPO TO MOV-TIPO
           MOVE W-MOVLOCAL TO MOV-LOCAL
           MOVE W-MOVORIGEM TO MOV-ORIGEM
           MOVE PEI-COD TO MOV-DOC-PED
           MOVE PEI-ITEM TO MOV-DOC-ITEM
           MOVE W-MOVQTDE TO MOV-QUANTIDADE
           MOVE W-USUARIO TO MOV-USUARIO
           MOVE PRO-QTDESTOQUE TO MOV-SALDOAPOS.

       GRAVA-MOV-WR1.
           WRITE REGMOV
           IF ST-ERRO = "22"
              ADD 1 TO MOV-SEQ
              GO TO GRAVA-MOV-WR1.
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO
              MOVE "ERRO NA GRAVACAO DA MOVIMENTACAO DE ESTOQUE"
                                                         TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       GRAVA-MOV-FIM.
                EXIT.

      * PONTOS GANHOS NA VENDA DA LOJA (NAO HA RESGATE NA LOJA) *
       FID-VENDA.
           MOVE PED-CLI-CPFCNPJ TO W-FIMCPF
           MOVE PED-COD TO W-FIMPED
           COMPUTE W-FIMPONTOS = PED-VALORTOTAL * PAR-PTSREAL
           MOVE "G" TO W-FIMTIPO
           PERFORM FID-CREDITA THRU FID-CREDITA-FIM.
       FID-VENDA-FIM.
                EXIT.

      * GRAVA UM MOVIMENTO DE PONTOS (ARQFIM) *
       FID-GRAVA-MOV.
           MOVE W-FIMCPF TO FIM-CPFCNPJ
           ACCEPT FIM-DATA FROM DATE YYYYMMDD
           ACCEPT FIM-HORA FROM TIME
           MOVE 1 TO FIM-SEQ
           MOVE W-FIMTIPO TO FIM-TIPO
           MOVE W-FIMPONTOS TO FIM-PONTOS
           MOVE W-FIMPED TO FIM-PED-COD
           MOVE W-FIMREST TO FIM-SALDOREST
           MOVE W-VALIDADE TO FIM-VALIDADE
           MOVE W-USUARIO TO FIM-USUARIO.

       FID-GRAVA-MOV-WR1.
           WRITE REGFIM
           IF ST-ERRO = "22"
              ADD 1 TO FIM-SEQ
              GO TO FID-GRAVA-MOV-WR1.
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO
              MOVE "ERRO NA GRAVACAO DO MOVIMENTO DE PONTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       FID-GRAVA-MOV-FIM.
                EXIT.

      * LE O SALDO DE PONTOS DO CLIENTE W-FIMCPF; SEM REGISTRO,    *
      * PREPARA UM NOVO ZERADO PARA O FID-GRAVA-SALDO INCLUIR      *
       FID-LER-SALDO.
           MOVE "N" TO W-FIDNOVO
           MOVE W-FIMCPF TO FID-CPFCNPJ
           READ ARQFID
           IF ST-ERRO = "00"
              GO TO FID-LER-SALDO-FIM.
           IF ST-ERRO = "51"
              PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
              IF W-TENTLOCK NOT > PAR-TENTLOCK
                 GO TO FID-LER-SALDO
              ELSE
                 MOVE "*** SALDO DE PONTOS EM USO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE ZEROS TO W-TENTLOCK
           MOVE "S" TO W-FIDNOVO
           MOVE ZEROS TO REGFID
           MOVE W-FIMCPF TO FID-CPFCNPJ.
       FID-LER-SALDO-FIM.
                EXIT.

       FID-GRAVA-SALDO.
           ACCEPT FID-DATAULT FROM DATE YYYYMMDD.
       FID-GRAVA-SALDO-WR1.
           IF W-FIDNOVO = "S"
              WRITE REGFID
           ELSE
              REWRITE REGFID.
           IF ST-ERRO = "00" OR "02"
              MOVE ZEROS TO W-TENTLOCK
              GO TO FID-GRAVA-SALDO-FIM.
           IF ST-ERRO = "51"
              PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
              IF W-TENTLOCK NOT > PAR-TENTLOCK
                 GO TO FID-GRAVA-SALDO-WR1.
           MOVE ZEROS TO W-TENTLOCK
           ADD 1 TO W-QTDERRO
           MOVE "ERRO NA GRAVACAO DO SALDO DE PONTOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FID-GRAVA-SALDO-FIM.
                EXIT.

      * CREDITO DE W-FIMPONTOS AO CLIENTE W-FIMCPF, COM VALIDADE  *
      * DE PAR-VALIDPTS DIAS                                      *
       FID-CREDITA.
           IF W-FIMPONTOS = 0
              GO TO FID-CREDITA-FIM.
           PERFORM FID-LER-SALDO THRU FID-LER-SALDO-FIM
           ADD W-FIMPONTOS TO FID-SALDO
           ADD W-FIMPONTOS TO FID-ACUMULADO
           PERFORM CALC-VALIDADE THRU CALC-VALIDADE-FIM
           MOVE W-FIMPONTOS TO W-FIMREST
           PERFORM FID-GRAVA-MOV THRU FID-GRAVA-MOV-FIM
           PERFORM FID-GRAVA-SALDO THRU FID-GRAVA-SALDO-FIM.
       FID-CREDITA-FIM.
                EXIT.

      * VALIDADE = HOJE + PAR-VALIDPTS DIAS, NO CALENDARIO         *
      * COMERCIAL (ANO DE 360 E MES DE 30 DIAS) DO SCE005          *
       CALC-VALIDADE.
           ACCEPT W-VALIDADE FROM DATE YYYYMMDD
           IF W-VALID-DIA > 30
              MOVE 30 TO W-VALID-DIA.
           COMPUTE W-VALID-DIAS = (W-VALID-ANO * 360)
                   + ((W-VALID-MES - 1) * 30) + (W-VALID-DIA - 1)
                   + PAR-VALIDPTS
           DIVIDE W-VALID-DIAS BY 360 GIVING W-VALID-ANO
                   REMAINDER W-VALID-RESTO
           DIVIDE W-VALID-RESTO BY 30 GIVING W-VALID-MES
                   REMAINDER W-VALID-DIA
           ADD 1 TO W-VALID-MES W-VALID-DIA
           IF W-VALID-MES = 2 AND W-VALID-DIA > 28
              MOVE 28 TO W-VALID-DIA.
       CALC-VALIDADE-FIM.
                EXIT.

      * VALIDA O DIGITO VERIFICADOR DO CPF (MODULO 11) *
       VLD-CPF.
           MOVE "S" TO CV-VALIDO.
           MOVE ZEROS TO CV-SOMA.
           MOVE 10 TO CV-PESO.
           MOVE 1 TO IND.
       VLD-CPF-SOMA1.
           IF IND > 9
              GO TO VLD-CPF-CALC1.
           COMPUTE CV-SOMA = CV-SOMA + (CV-CPF-DIG (IND) * CV-PESO)
           SUBTRACT 1 FROM CV-PESO
           ADD 1 TO IND
           GO TO VLD-CPF-SOMA1.
       VLD-CPF-CALC1.
           DIVIDE CV-SOMA BY 11 GIVING CV-QTE REMAINDER CV-RESTO.
           IF CV-RESTO < 2
              MOVE 0 TO CV-DIG1
           ELSE
              COMPUTE CV-DIG1 = 11 - CV-RESTO.
           IF CV-DIG1 NOT = CV-CPF-DIG (10)
              MOVE "N" TO CV-VALIDO
              GO TO VLD-CPF-FIM.

           MOVE ZEROS TO CV-SOMA.
           MOVE 11 TO CV-PESO.
           MOVE 1 TO IND.
       VLD-CPF-SOMA2.
           IF IND > 10
              GO TO VLD-CPF-CALC2.
           COMPUTE CV-SOMA = CV-SOMA + (CV-CPF-DIG (IND) * CV-PESO)
           SUBTRACT 1 FROM CV-PESO
           ADD 1 TO IND
           GO TO VLD-CPF-SOMA2.
       VLD-CPF-CALC2.
           DIVIDE CV-SOMA BY 11 GIVING CV-QTE REMAINDER CV-RESTO.
           IF CV-RESTO < 2
              MOVE 0 TO CV-DIG2
           ELSE
              COMPUTE CV-DIG2 = 11 - CV-RESTO.
           IF CV-DIG2 NOT = CV-CPF-DIG (11)
              MOVE "N" TO CV-VALIDO.
       VLD-CPF-FIM.
                EXIT.

      * VALIDA O DIGITO VERIFICADOR DO CNPJ (MODULO 11) *
       VLD-CNPJ.
           MOVE "S" TO CV-VALIDO.
           MOVE ZEROS TO CV-SOMA.
           MOVE 1 TO IND.
       VLD-CNPJ-SOMA1.
           IF IND > 12
              GO TO VLD-CNPJ-CALC1.
           COMPUTE CV-SOMA = CV-SOMA +
                    (CV-CNPJ-DIG (IND) * TBP1-VAL (IND))
           ADD 1 TO IND
           GO TO VLD-CNPJ-SOMA1.
       VLD-CNPJ-CALC1.
           DIVIDE CV-SOMA BY 11 GIVING CV-QTE REMAINDER CV-RESTO.
           IF CV-RESTO < 2
              MOVE 0 TO CV-DIG1
           ELSE
              COMPUTE CV-DIG1 = 11 - CV-RESTO.
           IF CV-DIG1 NOT = CV-CNPJ-DIG (13)
              MOVE "N" TO CV-VALIDO
              GO TO VLD-CNPJ-FIM.

           MOVE ZEROS TO CV-SOMA.
           MOVE 1 TO IND.
       VLD-CNPJ-SOMA2.
           IF IND > 13
              GO TO VLD-CNPJ-CALC2.
           COMPUTE CV-SOMA = CV-SOMA +
                    (CV-CNPJ-DIG (IND) * TBP2-VAL (IND))
           ADD 1 TO IND
           GO TO VLD-CNPJ-SOMA2.
       VLD-CNPJ-CALC2.
           DIVIDE CV-SOMA BY 11 GIVING CV-QTE REMAINDER CV-RESTO.
           IF CV-RESTO < 2
              MOVE 0 TO CV-DIG2
           ELSE
              COMPUTE CV-DIG2 = 11 - CV-RESTO.
           IF CV-DIG2 NOT = CV-CNPJ-DIG (14)
              MOVE "N" TO CV-VALIDO.
       VLD-CNPJ-FIM.
                EXIT.

       ROT-FIM.
           CLOSE ARQPRO ARQPED ARQPEI ARQCLI ARQTIT ARQEST ARQMOV
                 ARQLOT ARQFIS ARQENT ARQFID ARQFIM ARQLJV ARQAUD.
           IF W-TEMFEC = "S"
              CLOSE ARQFEC.
           IF W-TEMCAT = "S"
              CLOSE ARQCAT.
           IF W-TEMKIT = "S"
              CLOSE ARQKIT.
           IF W-TEMPAR = "S"
              CLOSE ARQPAR.
           IF W-TEMFRT = "S"
              CLOSE ARQFRT.
           GOBACK.

      * DURANTE A IMPORTACAO OS AVISOS VAO PARA O RELATORIO, LOGO   *
      * ABAIXO DO PEDIDO EM GRAVACAO; FORA DELA, PARA O CONSOLE     *
       ROT-MENS.
           IF W-RELABERTO NOT = "S"
              DISPLAY MENS
              GO TO ROT-MENS-FIM.
           MOVE SPACES TO REGREL
           STRING "          " MENS DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
       ROT-MENS-FIM.
                EXIT.

      * CONTA TENTATIVAS E AGUARDA QUANDO O REGISTRO ESTA BLOQUEADO *
      * POR OUTRO TERMINAL (FILE STATUS 51) *
       AGUARDA-LOCK.
           ADD 1 TO W-TENTLOCK
           MOVE ZEROS TO W-CONT.
       AGUARDA-LOCK-ESPERA.
           ADD 1 TO W-CONT
           IF W-CONT < 5000
              GO TO AGUARDA-LOCK-ESPERA.
       AGUARDA-LOCK-FIM.
                EXIT.

      * GRAVA UM REGISTRO NO ARQUIVO DE AUDITORIA (AUDITORIA.LOG) *
       GRAVA-AUD.
           MOVE SPACES TO REGAUD.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE W-USUARIO TO AUD-USUARIO.
           MOVE "SCE062" TO AUD-PROGRAMA.
           MOVE W-ACAOAUD TO AUD-ACAO.
           MOVE W-AUDCHAVE TO AUD-CHAVE.
           WRITE REGAUD.
       GRAVA-AUD-FIM.
                EXIT.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
