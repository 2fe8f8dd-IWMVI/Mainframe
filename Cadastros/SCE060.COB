       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE060.

      *AUTHOR. Wallace Martins.
      *    DADOS PESSOAIS DO CLIENTE (LGPD)    *
      *    ATENDE AO TITULAR QUE PEDE PARA SABER QUAIS DADOS O
      *    SISTEMA GUARDA SOBRE ELE OU PEDE PARA SER ESQUECIDO. DADO
      *    O CPF/CNPJ, LISTA EM RELLGPD.TXT CADA LUGAR ONDE ELE
      *    APARECE: CADASTRO (ARQCLI), PEDIDOS VIVOS E ARQUIVADOS
      *    (ARQPED/ARQPEDH), TITULOS A RECEBER (ARQTIT), ENTREGAS
      *    COM ENDERECO E RECEBEDOR (ARQENT), DOCUMENTOS FISCAIS
      *    (ARQFIS), PONTOS DE FIDELIDADE (ARQFID/ARQFIM), ACORDOS
      *    DE RENEGOCIACAO (ARQACO), NUMEROS DE SERIE VENDIDOS
      *    (ARQSER) E O LOG DE AUDITORIA.
      *    COM A CONFIRMACAO DO SUPERVISOR, ANONIMIZA: NOME,
      *    ENDERECO, TELEFONES E E-MAIL SAO APAGADOS DO CADASTRO E
      *    DAS ENTREGAS, E O CPF/CNPJ E TROCADO EM TODOS OS ARQUIVOS
      *    POR UM CODIGO SEM SIGNIFICADO (FAIXA 99000000000001 EM
      *    DIANTE, RESERVADA PELO PROPRIO REGISTRO ANONIMO NO
      *    ARQCLI). VALORES FISCAIS E FINANCEIROS FICAM COMO ESTAO.
      *    CLIENTE COM TITULO EM ABERTO OU COM DOCUMENTO FISCAL
      *    DENTRO DO PRAZO LEGAL DE GUARDA (5 ANOS) E RECUSADO.
      *    TODO PEDIDO FICA NO LOG DE AUDITORIA: "L" CONSULTA,
      *    "R" RECUSA E "N" ANONIMIZACAO (ESTE JA COM O CODIGO
      *    ANONIMO). OS MESES JA ARQUIVADOS PELO SCE023 (AUDAAAAMM)
      *    NAO SAO ALTERADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS DYNAMIC
                     RECORD KEY   IS CLI-CPFCNPJ
                     ALTERNATE RECORD KEY IS CLI-CODIGO WITH DUPLICATES
                     ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                     FILE STATUS  IS ST-ERRO.

           SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPEDH ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HPED-COD
                ALTERNATE RECORD KEY IS HPED-CLI-CPFCNPJ
                                     WITH DUPLICATES
                ALTERNATE RECORD KEY IS HPED-FOR-CPFCNPJ
                                     WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQTIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TIT-CHAVE
                 ALTERNATE RECORD KEY IS TIT-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENT-PED-COD
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIS-NUMERO
                 ALTERNATE RECORD KEY IS FIS-PED-COD WITH DUPLICATES
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

           SELECT ARQACO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-CODIGO
                 ALTERNATE RECORD KEY IS ACO-CPFCNPJ WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-CHAVE
                 ALTERNATE RECORD KEY IS SER-NUMERO WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQUSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQTMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQPEDH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDH.DAT".

       01 REGPEDH.
          03 HPED-COD                PIC 9(06).
          03 HPED-TIPOPEDIDO         PIC X(15).
          03 HPED-DATA               PIC 9(08).
          03 HPED-CLI-CPFCNPJ        PIC 9(14).
          03 HPED-FOR-CPFCNPJ        PIC 9(14).
          03 HPED-QTDITENS           PIC 9(02).
          03 HPED-VALORTOTAL         PIC 9(09)V99.
          03 HPED-STATUS             PIC X(01).
          03 HPED-DATAVALIDADE       PIC 9(08).
          03 HPED-VENDEDOR           PIC X(12).
          03 HPED-DESCONTO           PIC 9(02)V99.

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

       FD ARQACO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQACO.DAT".

       01 REGACO.
          03 ACO-CODIGO              PIC 9(06).
          03 ACO-CPFCNPJ             PIC 9(14).
          03 ACO-DATA                PIC 9(08).
          03 ACO-QTDTIT              PIC 9(02).
          03 ACO-VALORORIG           PIC 9(09)V99.
          03 ACO-ENCARGOS            PIC 9(09)V99.
          03 ACO-DESCONTO            PIC 9(09)V99.
          03 ACO-VALORTOTAL          PIC 9(09)V99.
          03 ACO-NUMPARC             PIC 9(02).
          03 ACO-PRIMVENC            PIC 9(08).
          03 ACO-USUARIO             PIC X(12).
          03 ACO-SUPERV              PIC X(12).

       FD ARQSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSER.DAT".

       01 REGSER.
          03 SER-CHAVE.
             05 SER-COD-PRO          PIC 9(06).
             05 SER-NUMERO           PIC X(20).
          03 SER-STATUS              PIC X(01).
          03 SER-PED-COMPRA          PIC 9(06).
          03 SER-FOR-CPFCNPJ         PIC 9(14).
          03 SER-DATAENT             PIC 9(08).
          03 SER-PED-VENDA           PIC 9(06).
          03 SER-CLI-CPFCNPJ         PIC 9(14).
          03 SER-DATAVENDA           PIC 9(08).

       FD ARQUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUSU.DAT".

       01 REGUSU.
          03 USU-CODIGO              PIC X(12).
          03 USU-NOME                PIC X(30).
          03 USU-SENHA               PIC X(08).
          03 USU-PERFIL              PIC X(01).
          03 USU-ATIVO               PIC X(01).
          03 USU-COMISSAO            PIC 9(02)V99.
          03 USU-DATATROCA           PIC 9(08).
          03 USU-TENTFALHA           PIC 9(02).
          03 USU-BLOQUEADO           PIC X(01).
          03 USU-SENHAANT1           PIC X(08).
          03 USU-SENHAANT2           PIC X(08).

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

       FD ARQTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.TMP".
       01 REGTMP                     PIC X(79).

       FD ARQREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLGPD.TXT".
       01 REGREL                     PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 W-OPCSN                    PIC X(01) VALUE SPACES.
       01 W-CONT                     PIC 9(06) VALUE ZEROS.
       01 MENS                       PIC X(50) VALUE SPACES.
       01 W-ACT                      PIC 9(02) VALUE ZEROS.
       01 W-USUARIO                  PIC X(12) VALUE SPACES.
       01 W-SENHA                    PIC X(08) VALUE SPACES.
       01 W-PERFIL                   PIC X(01) VALUE SPACES.
       01 W-TENTLOGIN                PIC 9(01) VALUE ZEROS.
       01 W-TENTLOCK                 PIC 9(02) VALUE ZEROS.
       01 W-SUPERV                   PIC X(12) VALUE SPACES.
       01 W-SENHASUP                 PIC X(08) VALUE SPACES.
       01 W-ACAOAUD                  PIC X(01) VALUE SPACES.
       01 W-AUDCHAVE                 PIC X(14) VALUE SPACES.
       01 W-LIN                      PIC 9(02) VALUE ZEROS.
       01 W-BRANCO                   PIC X(79) VALUE SPACES.
       01 W-TEMPAR                   PIC X(01) VALUE "N".
       01 W-TEMPEDH                  PIC X(01) VALUE "N".
       01 W-TEMENT                   PIC X(01) VALUE "N".
       01 W-TEMFIS                   PIC X(01) VALUE "N".
       01 W-TEMFID                   PIC X(01) VALUE "N".
       01 W-TEMACO                   PIC X(01) VALUE "N".
       01 W-TEMSER                   PIC X(01) VALUE "N".
       01 W-ANONIMIZA                PIC X(01) VALUE "N".
       01 W-REGOK                    PIC X(01) VALUE "S".
       01 W-NOMECLI                  PIC X(30) VALUE SPACES.
       01 W-PEDCOD                   PIC 9(06) VALUE ZEROS.
       01 MASCQTD                    PIC ZZZ.ZZ9.

      * CPF/CNPJ DO TITULAR E O CODIGO ANONIMO QUE O SUBSTITUI; A *
      * VISAO ALFANUMERICA COMPARA COM A CHAVE DO LOG DE AUDITORIA *
       01 W-CPFCNPJ                  PIC 9(14) VALUE ZEROS.
       01 W-CPFCNPJ-X REDEFINES W-CPFCNPJ PIC X(14).
       01 W-ANONIMO                  PIC 9(14) VALUE ZEROS.
       01 W-ANONIMO-X REDEFINES W-ANONIMO PIC X(14).
       01 W-FAIXAANON                PIC 9(14) VALUE 99000000000000.
       01 W-SAVE-FIM                 PIC X(78) VALUE SPACES.

      * PRAZO LEGAL DE GUARDA DOS DOCUMENTOS FISCAIS *
       01 W-ANOSGUARDA               PIC 9(02) VALUE 05.
       01 W-HOJE                     PIC 9(08) VALUE ZEROS.
       01 W-LIMGUARDA                PIC 9(08) VALUE ZEROS.
       01 W-LIMGUARDA-R REDEFINES W-LIMGUARDA.
          03 W-LIM-ANO               PIC 9(04).
          03 W-LIM-MESDIA            PIC 9(04).

      * ONDE O TITULAR APARECE *
       01 W-QTDPED                   PIC 9(05) VALUE ZEROS.
       01 W-QTDPEDH                  PIC 9(05) VALUE ZEROS.
       01 W-QTDTIT                   PIC 9(05) VALUE ZEROS.
       01 W-QTDTITAB                 PIC 9(05) VALUE ZEROS.
       01 W-QTDENT                   PIC 9(05) VALUE ZEROS.
       01 W-QTDFIS                   PIC 9(05) VALUE ZEROS.
       01 W-QTDFISG                  PIC 9(05) VALUE ZEROS.
       01 W-QTDFID                   PIC 9(05) VALUE ZEROS.
       01 W-QTDFIM                   PIC 9(05) VALUE ZEROS.
       01 W-QTDACO                   PIC 9(05) VALUE ZEROS.
       01 W-QTDSER                   PIC 9(05) VALUE ZEROS.
       01 W-QTDAUD                   PIC 9(05) VALUE ZEROS.
       01 W-QTDERRO                  PIC 9(05) VALUE ZEROS.

       01 LINHA-CAB.
          03 FILLER                  PIC X(32)
                             VALUE "DADOS PESSOAIS DO TITULAR (LGPD)".
          03 FILLER                  PIC X(12) VALUE "  CPF/CNPJ: ".
          03 LCB-CPFCNPJ             PIC 9(14).
          03 FILLER                  PIC X(09) VALUE "  EMISSAO".
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LCB-DATA                PIC 9999/99/99.

       01 LINHA-CAMPO.
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LCP-ROTULO              PIC X(14).
          03 LCP-CONTEUDO            PIC X(84).

       01 LINHA-DET.
          03 LD-ARQUIVO              PIC X(10).
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LD-CHAVE                PIC X(14).
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LD-DATA                 PIC 9999/99/99.
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LD-VALOR                PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LD-TEXTO                PIC X(48).

       01 LINHA-TOT.
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LT-TITULO               PIC X(36).
          03 LT-QTDE                 PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CLIENTES NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0A.
           OPEN I-O ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PEDIDOS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B.
           OPEN I-O ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE TITULOS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      * OS DEMAIS ARQUIVOS SO EXISTEM SE A ROTINA QUE OS GRAVA JA *
      * RODOU ALGUMA VEZ                                          *
       R0C.
           OPEN I-O ARQPEDH
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPEDH.
           OPEN I-O ARQENT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMENT.
           OPEN I-O ARQFIS
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMFIS.
           OPEN I-O ARQFID
           IF ST-ERRO = "00"
              OPEN I-O ARQFIM
              IF ST-ERRO = "00"
                 MOVE "S" TO W-TEMFID
              ELSE
                 CLOSE ARQFID.
           OPEN I-O ARQACO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMACO.
           OPEN I-O ARQSER
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMSER.

       R0D.
           MOVE 10 TO PAR-TENTLOCK
           MOVE 3 TO PAR-TENTLOGIN
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPAR
              MOVE 1 TO PAR-ID
              READ ARQPAR
              IF ST-ERRO NOT = "00"
                 MOVE 10 TO PAR-TENTLOCK
                 MOVE 3 TO PAR-TENTLOGIN.

       R0E.
           PERFORM ABRE-USU THRU ABRE-USU-FIM
           PERFORM VALIDA-USUARIO THRU VALIDA-USUARIO-FIM.

       R1.
           MOVE 1 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 01)
               "               DADOS PESSOAIS DO CLIENTE (LGPD)".
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-LIMGUARDA
           SUBTRACT W-ANOSGUARDA FROM W-LIM-ANO.

       R2-CLIENTE.
           MOVE ZEROS TO W-CPFCNPJ
           DISPLAY (03, 10) "CPF/CNPJ do Cliente : ".
           ACCEPT (03, 32) W-CPFCNPJ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CPFCNPJ = 0
              MOVE "*** CPF/CNPJ NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-CLIENTE.
           IF W-CPFCNPJ > W-FAIXAANON
              MOVE "*** CODIGO DE CLIENTE JA ANONIMIZADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-CLIENTE.
           MOVE ZEROS TO W-TENTLOCK.
       R2-LER.
           MOVE W-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO = "51"
              PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
              IF W-TENTLOCK < PAR-TENTLOCK
                 GO TO R2-LER
              ELSE
                 GO TO R2-CLIENTE.
           IF ST-ERRO NOT = "00"
              MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-CLIENTE.
           MOVE CLI-NOME TO W-NOMECLI
           DISPLAY (03, 48) W-NOMECLI.

      *-----------------------------------------------------------*
      * LEVANTAMENTO: RELLGPD.TXT COM CADA OCORRENCIA DO TITULAR  *
      *-----------------------------------------------------------*
       L1-LEVANTA.
           MOVE "N" TO W-ANONIMIZA
           MOVE ZEROS TO W-QTDPED W-QTDPEDH W-QTDTIT W-QTDTITAB
                         W-QTDENT W-QTDFIS W-QTDFISG W-QTDFID
                         W-QTDFIM W-QTDACO W-QTDSER W-QTDAUD
                         W-QTDERRO
           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-CPFCNPJ TO LCB-CPFCNPJ
           MOVE W-HOJE TO LCB-DATA
           MOVE LINHA-CAB TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           PERFORM L2-CADASTRO THRU L2-CADASTRO-FIM
           PERFORM PED-VIVOS THRU PED-VIVOS-FIM
           PERFORM PED-HIST THRU PED-HIST-FIM
           PERFORM TITULOS THRU TITULOS-FIM
           PERFORM FISCAIS THRU FISCAIS-FIM
           PERFORM FIDELIDADE THRU FIDELIDADE-FIM
           PERFORM ACORDOS THRU ACORDOS-FIM
           PERFORM SERIES THRU SERIES-FIM
           PERFORM AUDITORIA THRU AUDITORIA-FIM
           PERFORM L9-TOTAIS THRU L9-TOTAIS-FIM
           CLOSE ARQREL.

           MOVE "L" TO W-ACAOAUD
           MOVE W-CPFCNPJ-X TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           PERFORM L9-TELA THRU L9-TELA-FIM.

      *-----------------------------------------------------------*
      * ANONIMIZACAO: RECUSAS, LIBERACAO DO SUPERVISOR E TROCA    *
      *-----------------------------------------------------------*
       A1-PERGUNTA.
           DISPLAY (18, 10) "Anonimizar os dados do cliente (S/N) : ".
           ACCEPT (18, 50) W-OPCSN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCSN = "N" OR "n"
              MOVE "*** DADOS LISTADOS EM RELLGPD.TXT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCSN NOT = "S" AND "s"
              GO TO A1-PERGUNTA.

           IF W-QTDTITAB > 0
              MOVE "*** CLIENTE COM TITULOS EM ABERTO ***" TO MENS
              GO TO A1-RECUSA.
           IF W-QTDFISG > 0
              MOVE "*** DOCUMENTO FISCAL NO PRAZO DE GUARDA ***"
                                                          TO MENS
              GO TO A1-RECUSA.
           IF W-PERFIL = "S"
              MOVE W-USUARIO TO W-SUPERV
              GO TO A2-ANONIMO.
           GO TO A1-SUPERV.

       A1-RECUSA.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "R" TO W-ACAOAUD
           MOVE W-CPFCNPJ-X TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           MOVE "*** ANONIMIZACAO RECUSADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      * OPERADOR QUE NAO E SUPERVISOR PEDE A LIBERACAO, COMO O   *
      * DESCONTO DO ACORDO NO SCE055                              *
       A1-SUPERV.
           MOVE SPACES TO W-SUPERV W-SENHASUP
           DISPLAY (19, 10) "Matricula do Supervisor : ".
           ACCEPT (19, 37) W-SUPERV.
           IF W-SUPERV = SPACES
              GO TO A1-PERGUNTA.
           DISPLAY (19, 10) "Senha do Supervisor     : ".
           ACCEPT (19, 37) W-SENHASUP.
           DISPLAY (19, 01) W-BRANCO.
           MOVE W-SUPERV TO USU-CODIGO
           READ ARQUSU
           IF ST-ERRO NOT = "00"
              MOVE "*** SUPERVISOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A1-PERGUNTA.
           IF USU-SENHA NOT = W-SENHASUP OR USU-PERFIL NOT = "S"
              OR USU-ATIVO NOT = "S" OR USU-BLOQUEADO = "S"
              MOVE "*** SUPERVISOR INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A1-PERGUNTA.

      * O CODIGO ANONIMO E O PRIMEIRO LIVRE DA FAIXA NO CADASTRO; *
      * O REGISTRO ANONIMO E GRAVADO JA, RESERVANDO O CODIGO, COM *
      * O CPF/CNPJ DO TITULAR NO CONTATO ATE A TROCA TERMINAR.    *
      * NUMA NOVA TENTATIVA O MESMO CODIGO E REAPROVEITADO; O     *
      * CONTATO SO E LIMPO QUANDO O ORIGINAL SAI DO CADASTRO      *
       A2-ANONIMO.
           MOVE "S" TO W-ANONIMIZA
           MOVE W-FAIXAANON TO CLI-CPFCNPJ
           START ARQCLI KEY IS GREATER THAN CLI-CPFCNPJ
           IF ST-ERRO NOT = "00"
              GO TO A2-NOVO.
       A2-PENDENTE.
           READ ARQCLI NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO A2-NOVO.
           IF CLI-CONTATO NOT = W-CPFCNPJ-X
              GO TO A2-PENDENTE.
           MOVE CLI-CPFCNPJ TO W-ANONIMO
           GO TO A2-TROCA.
       A2-NOVO.
           MOVE W-FAIXAANON TO W-ANONIMO.
       A2-PROCURA.
           ADD 1 TO W-ANONIMO
           MOVE W-ANONIMO TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO = "00" OR "51"
              GO TO A2-PROCURA.

           MOVE W-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO NA RELEITURA DO CLIENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-ANONIMO TO CLI-CPFCNPJ
           MOVE "CLIENTE ANONIMIZADO" TO CLI-NOME
           MOVE SPACES TO CLI-APELIDO CLI-LOGRADOURO CLI-NUMERO
                          CLI-COMPLEMENTO CLI-BAIRRO CLI-CIDADE
                          CLI-ESTADO CLI-TIPOTELEFONE2 CLI-EMAIL
           MOVE ZEROS TO CLI-CEP CLI-TELEFONE CLI-TELEFONE2
                         CLI-LIMITECREDITO
           MOVE W-CPFCNPJ-X TO CLI-CONTATO
           WRITE REGCLI
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO NA GRAVACAO DO CLIENTE ANONIMO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       A2-TROCA.
           MOVE ZEROS TO W-QTDPED W-QTDPEDH W-QTDTIT W-QTDTITAB
                         W-QTDENT W-QTDFIS W-QTDFISG W-QTDFID
                         W-QTDFIM W-QTDACO W-QTDSER W-QTDAUD
                         W-QTDERRO
           PERFORM PED-VIVOS THRU PED-VIVOS-FIM
           PERFORM PED-HIST THRU PED-HIST-FIM
           PERFORM TITULOS THRU TITULOS-FIM
           PERFORM FISCAIS THRU FISCAIS-FIM
           PERFORM FIDELIDADE THRU FIDELIDADE-FIM
           PERFORM ACORDOS THRU ACORDOS-FIM
           PERFORM SERIES THRU SERIES-FIM
           PERFORM AUD-REGRAVA THRU AUD-REGRAVA-FIM.

      * O REGISTRO ORIGINAL SO SAI QUANDO TUDO FOI TROCADO; COM   *
      * ERRO ELE FICA PARA UMA NOVA TENTATIVA                     *
           IF W-QTDERRO > 0
              MOVE "*** ANONIMIZACAO INCOMPLETA, VER RELLGPD ***"
                                                          TO MENS
              GO TO A3-RELATORIO.
           MOVE W-CPFCNPJ TO CLI-CPFCNPJ
           DELETE ARQCLI RECORD
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO
              MOVE "*** ERRO NA EXCLUSAO DO CADASTRO ORIGINAL ***"
                                                          TO MENS
           ELSE
              MOVE "*** CLIENTE ANONIMIZADO ***" TO MENS
              PERFORM A2-LIMPA THRU A2-LIMPA-FIM.

           GO TO A3-RELATORIO.

       A2-LIMPA.
           MOVE W-ANONIMO TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO
              GO TO A2-LIMPA-FIM.
           MOVE SPACES TO CLI-CONTATO
           REWRITE REGCLI
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO.
       A2-LIMPA-FIM.
           EXIT.

      * O RELATORIO DO LEVANTAMENTO E SUBSTITUIDO PELO RESUMO DA  *
      * ANONIMIZACAO, SEM DADOS DO TITULAR                        *
       A3-RELATORIO.
           MOVE "N" TO W-ACAOAUD
           MOVE W-ANONIMO-X TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           OPEN OUTPUT ARQREL
           IF ST-ERRO = "00"
              MOVE W-ANONIMO TO LCB-CPFCNPJ
              MOVE W-HOJE TO LCB-DATA
              MOVE LINHA-CAB TO REGREL
              WRITE REGREL
              MOVE SPACES TO REGREL
              WRITE REGREL
              MOVE "LIBERADO POR:" TO LCP-ROTULO
              MOVE W-SUPERV TO LCP-CONTEUDO
              MOVE LINHA-CAMPO TO REGREL
              WRITE REGREL
              PERFORM L9-TOTAIS THRU L9-TOTAIS-FIM
              CLOSE ARQREL.
           PERFORM L9-TELA THRU L9-TELA-FIM
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *-----------------------------------------------------------*
      * CADASTRO DO CLIENTE                                       *
      *-----------------------------------------------------------*
       L2-CADASTRO.
           MOVE "NOME:" TO LCP-ROTULO
           MOVE CLI-NOME TO LCP-CONTEUDO
           MOVE LINHA-CAMPO TO REGREL
           WRITE REGREL.
           MOVE "APELIDO:" TO LCP-ROTULO
           MOVE CLI-APELIDO TO LCP-CONTEUDO
           MOVE LINHA-CAMPO TO REGREL
           WRITE REGREL.
           MOVE "ENDERECO:" TO LCP-ROTULO
           MOVE SPACES TO LCP-CONTEUDO
           STRING CLI-LOGRADOURO DELIMITED BY "  "
                  ", " CLI-NUMERO DELIMITED BY "  "
                  " " CLI-COMPLEMENTO DELIMITED BY "  "
                  INTO LCP-CONTEUDO.
           MOVE LINHA-CAMPO TO REGREL
           WRITE REGREL.
           MOVE SPACES TO LCP-ROTULO LCP-CONTEUDO
           STRING CLI-BAIRRO DELIMITED BY "  "
                  " - " CLI-CIDADE DELIMITED BY "  "
                  "/" CLI-ESTADO " CEP " CLI-CEP
                  DELIMITED BY SIZE INTO LCP-CONTEUDO.
           MOVE LINHA-CAMPO TO REGREL
           WRITE REGREL.
           MOVE "TELEFONES:" TO LCP-ROTULO
           MOVE SPACES TO LCP-CONTEUDO
           STRING CLI-TELEFONE " / " CLI-TELEFONE2
                  DELIMITED BY SIZE INTO LCP-CONTEUDO.
           MOVE LINHA-CAMPO TO REGREL
           WRITE REGREL.
           MOVE "E-MAIL:" TO LCP-ROTULO
           MOVE CLI-EMAIL TO LCP-CONTEUDO
           MOVE LINHA-CAMPO TO REGREL
           WRITE REGREL.
           MOVE "CONTATO:" TO LCP-ROTULO
           MOVE CLI-CONTATO TO LCP-CONTEUDO
           MOVE LINHA-CAMPO TO REGREL
           WRITE REGREL.
           MOVE "LIMITE CRED.:" TO LCP-ROTULO
           MOVE SPACES TO LCP-CONTEUDO
           MOVE CLI-LIMITECREDITO TO LD-VALOR
           MOVE LD-VALOR TO LCP-CONTEUDO
           MOVE LINHA-CAMPO TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
       L2-CADASTRO-FIM.
                EXIT.

      *-----------------------------------------------------------*
      * OS PARAGRAFOS ABAIXO SERVEM AO LEVANTAMENTO E A TROCA:    *
      * COM W-ANONIMIZA = "S" CADA OCORRENCIA E REGRAVADA COM O   *
      * CODIGO ANONIMO EM VEZ DE LISTADA. QUANDO A CHAVE TROCADA  *
      * E A DA LEITURA, ELA RECOMECA PELO CPF/CNPJ ORIGINAL       *
      *-----------------------------------------------------------*

      * PEDIDOS VIVOS DO CLIENTE E AS ENTREGAS DE CADA UM *
       PED-VIVOS.
           MOVE W-CPFCNPJ TO PED-CLI-CPFCNPJ
           START ARQPED KEY IS NOT LESS THAN PED-CLI-CPFCNPJ
           IF ST-ERRO NOT = "00"
              GO TO PED-VIVOS-FIM.
       PED-VIVOS-LOOP.
           READ ARQPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO PED-VIVOS-FIM.
           IF PED-CLI-CPFCNPJ NOT = W-CPFCNPJ
              GO TO PED-VIVOS-FIM.
           ADD 1 TO W-QTDPED
           MOVE PED-COD TO W-PEDCOD
           MOVE "S" TO W-REGOK
           IF W-ANONIMIZA = "S"
              MOVE W-ANONIMO TO PED-CLI-CPFCNPJ
              REWRITE REGPED
              IF ST-ERRO NOT = "00" AND "02"
                 MOVE "N" TO W-REGOK
                 ADD 1 TO W-QTDERRO.
           IF W-ANONIMIZA = "N"
              MOVE "PEDIDO" TO LD-ARQUIVO
              MOVE SPACES TO LD-CHAVE
              MOVE PED-COD TO LD-CHAVE
              MOVE PED-DATA TO LD-DATA
              MOVE PED-VALORTOTAL TO LD-VALOR
              MOVE SPACES TO LD-TEXTO
              STRING "TIPO " PED-TIPOPEDIDO " STATUS " PED-STATUS
                     DELIMITED BY SIZE INTO LD-TEXTO
              MOVE LINHA-DET TO REGREL
              WRITE REGREL.
           PERFORM ENTREGA THRU ENTREGA-FIM
           IF W-ANONIMIZA = "S" AND W-REGOK = "S"
              GO TO PED-VIVOS.
           GO TO PED-VIVOS-LOOP.
       PED-VIVOS-FIM.
                EXIT.

      * PEDIDOS JA ARQUIVADOS PELO SCE026 *
       PED-HIST.
           IF W-TEMPEDH NOT = "S"
              GO TO PED-HIST-FIM.
           MOVE W-CPFCNPJ TO HPED-CLI-CPFCNPJ
           START ARQPEDH KEY IS NOT LESS THAN HPED-CLI-CPFCNPJ
           IF ST-ERRO NOT = "00"
              GO TO PED-HIST-FIM.
       PED-HIST-LOOP.
           READ ARQPEDH NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO PED-HIST-FIM.
           IF HPED-CLI-CPFCNPJ NOT = W-CPFCNPJ
              GO TO PED-HIST-FIM.
           ADD 1 TO W-QTDPEDH
           MOVE HPED-COD TO W-PEDCOD
           MOVE "S" TO W-REGOK
           IF W-ANONIMIZA = "S"
              MOVE W-ANONIMO TO HPED-CLI-CPFCNPJ
              REWRITE REGPEDH
              IF ST-ERRO NOT = "00" AND "02"
                 MOVE "N" TO W-REGOK
                 ADD 1 TO W-QTDERRO.
           IF W-ANONIMIZA = "N"
              MOVE "PEDIDO ARQ" TO LD-ARQUIVO
              MOVE SPACES TO LD-CHAVE
              MOVE HPED-COD TO LD-CHAVE
              MOVE HPED-DATA TO LD-DATA
              MOVE HPED-VALORTOTAL TO LD-VALOR
              MOVE SPACES TO LD-TEXTO
              STRING "TIPO " HPED-TIPOPEDIDO " STATUS " HPED-STATUS
                     DELIMITED BY SIZE INTO LD-TEXTO
              MOVE LINHA-DET TO REGREL
              WRITE REGREL.
           PERFORM ENTREGA THRU ENTREGA-FIM
           IF W-ANONIMIZA = "S" AND W-REGOK = "S"
              GO TO PED-HIST.
           GO TO PED-HIST-LOOP.
       PED-HIST-FIM.
                EXIT.

      * ENTREGA DO PEDIDO: ENDERECO E QUEM RECEBEU *
       ENTREGA.
           IF W-TEMENT NOT = "S"
              GO TO ENTREGA-FIM.
           MOVE W-PEDCOD TO ENT-PED-COD
           READ ARQENT
           IF ST-ERRO NOT = "00"
              GO TO ENTREGA-FIM.
           ADD 1 TO W-QTDENT
           IF W-ANONIMIZA = "S"
              MOVE "ANONIMIZADO" TO ENT-NOME
              MOVE SPACES TO ENT-LOGRADOURO ENT-NUMERO ENT-BAIRRO
                             ENT-CIDADE ENT-RECEBEDOR
              MOVE ZEROS TO ENT-CEP
              REWRITE REGENT
              IF ST-ERRO NOT = "00" AND "02"
                 ADD 1 TO W-QTDERRO.
           IF W-ANONIMIZA = "S"
              GO TO ENTREGA-FIM.
           MOVE "ENTREGA" TO LD-ARQUIVO
           MOVE SPACES TO LD-CHAVE
           MOVE ENT-PED-COD TO LD-CHAVE
           MOVE ENT-DATA TO LD-DATA
           MOVE ZEROS TO LD-VALOR
           MOVE SPACES TO LD-TEXTO
           STRING ENT-NOME DELIMITED BY "  "
                  " - " ENT-LOGRADOURO DELIMITED BY "  "
                  ", " ENT-NUMERO DELIMITED BY "  "
                  INTO LD-TEXTO.
           MOVE LINHA-DET TO REGREL
           WRITE REGREL.
           MOVE SPACES TO LD-TEXTO
           STRING ENT-BAIRRO DELIMITED BY "  "
                  " - " ENT-CIDADE DELIMITED BY "  "
                  " CEP " ENT-CEP DELIMITED BY SIZE
                  INTO LD-TEXTO.
           MOVE SPACES TO REGREL
           MOVE LD-TEXTO TO REGREL (53:48)
           WRITE REGREL.
           IF ENT-RECEBEDOR NOT = SPACES
              MOVE SPACES TO LD-TEXTO
              STRING "RECEBIDO POR " ENT-RECEBEDOR
                     DELIMITED BY SIZE INTO LD-TEXTO
              MOVE SPACES TO REGREL
              MOVE LD-TEXTO TO REGREL (53:48)
              WRITE REGREL.
       ENTREGA-FIM.
                EXIT.

      * TITULOS A RECEBER (O MESMO CPF/CNPJ PODE SER FORNECEDOR; *
      * OS TITULOS A PAGAR NAO SAO DADOS DO CLIENTE)              *
       TITULOS.
           MOVE W-CPFCNPJ TO TIT-CPFCNPJ
           START ARQTIT KEY IS NOT LESS THAN TIT-CPFCNPJ
           IF ST-ERRO NOT = "00"
              GO TO TITULOS-FIM.
       TITULOS-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TITULOS-FIM.
           IF TIT-CPFCNPJ NOT = W-CPFCNPJ
              GO TO TITULOS-FIM.
           IF TIT-TIPO NOT = "R"
              GO TO TITULOS-LOOP.
           ADD 1 TO W-QTDTIT
           IF TIT-STATUS = "A" OR "B"
              ADD 1 TO W-QTDTITAB.
           MOVE "S" TO W-REGOK
           IF W-ANONIMIZA = "S"
              MOVE W-ANONIMO TO TIT-CPFCNPJ
              REWRITE REGTIT
              IF ST-ERRO NOT = "00" AND "02"
                 MOVE "N" TO W-REGOK
                 ADD 1 TO W-QTDERRO.
           IF W-ANONIMIZA = "N"
              MOVE "TITULO" TO LD-ARQUIVO
              MOVE SPACES TO LD-CHAVE
              STRING TIT-PED-COD "/" TIT-PARCELA
                     DELIMITED BY SIZE INTO LD-CHAVE
              MOVE TIT-DATAVENC TO LD-DATA
              MOVE TIT-VALOR TO LD-VALOR
              MOVE SPACES TO LD-TEXTO
              STRING "STATUS " TIT-STATUS
                     DELIMITED BY SIZE INTO LD-TEXTO
              MOVE LINHA-DET TO REGREL
              WRITE REGREL.
           IF W-ANONIMIZA = "S" AND W-REGOK = "S"
              GO TO TITULOS.
           GO TO TITULOS-LOOP.
       TITULOS-FIM.
                EXIT.

      * DOCUMENTOS FISCAIS (SEM CHAVE POR CLIENTE: VARRE O ARQUIVO) *
       FISCAIS.
           IF W-TEMFIS NOT = "S"
              GO TO FISCAIS-FIM.
           MOVE ZEROS TO FIS-NUMERO
           START ARQFIS KEY IS NOT LESS THAN FIS-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO FISCAIS-FIM.
       FISCAIS-LOOP.
           READ ARQFIS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO FISCAIS-FIM.
           IF FIS-CLI-CPFCNPJ NOT = W-CPFCNPJ
              GO TO FISCAIS-LOOP.
           ADD 1 TO W-QTDFIS
           IF FIS-DATA NOT < W-LIMGUARDA
              ADD 1 TO W-QTDFISG.
           IF W-ANONIMIZA = "S"
              MOVE W-ANONIMO TO FIS-CLI-CPFCNPJ
              REWRITE REGFIS
              IF ST-ERRO NOT = "00" AND "02"
                 ADD 1 TO W-QTDERRO.
           IF W-ANONIMIZA = "N"
              MOVE "DOC.FISCAL" TO LD-ARQUIVO
              MOVE SPACES TO LD-CHAVE
              MOVE FIS-NUMERO TO LD-CHAVE
              MOVE FIS-DATA TO LD-DATA
              MOVE FIS-VALORTOTAL TO LD-VALOR
              MOVE SPACES TO LD-TEXTO
              STRING "PEDIDO " FIS-PED-COD " STATUS " FIS-STATUS
                     DELIMITED BY SIZE INTO LD-TEXTO
              MOVE LINHA-DET TO REGREL
              WRITE REGREL.
           GO TO FISCAIS-LOOP.
       FISCAIS-FIM.
                EXIT.

      * PONTOS DE FIDELIDADE: SALDO E MOVIMENTOS. AS DUAS CHAVES *
      * COMECAM PELO CPF/CNPJ, POR ISSO A TROCA GRAVA O REGISTRO  *
      * COM A CHAVE NOVA E EXCLUI O ANTIGO                        *
       FIDELIDADE.
           IF W-TEMFID NOT = "S"
              GO TO FIDELIDADE-FIM.
           MOVE W-CPFCNPJ TO FID-CPFCNPJ
           READ ARQFID
           IF ST-ERRO NOT = "00"
              GO TO FIDELIDADE-MOV.
           ADD 1 TO W-QTDFID
           IF W-ANONIMIZA = "S"
              MOVE W-ANONIMO TO FID-CPFCNPJ
              WRITE REGFID
              IF ST-ERRO NOT = "00"
                 ADD 1 TO W-QTDERRO
              ELSE
                 MOVE W-CPFCNPJ TO FID-CPFCNPJ
                 DELETE ARQFID RECORD
                 IF ST-ERRO NOT = "00"
                    ADD 1 TO W-QTDERRO.
           IF W-ANONIMIZA = "N"
              MOVE "FIDELIDADE" TO LD-ARQUIVO
              MOVE "SALDO" TO LD-CHAVE
              MOVE FID-DATAULT TO LD-DATA
              MOVE ZEROS TO LD-VALOR
              MOVE SPACES TO LD-TEXTO
              STRING "SALDO " FID-SALDO " ACUMULADO " FID-ACUMULADO
                     DELIMITED BY SIZE INTO LD-TEXTO
              MOVE LINHA-DET TO REGREL
              WRITE REGREL.

       FIDELIDADE-MOV.
           MOVE W-CPFCNPJ TO FIM-CPFCNPJ
           MOVE ZEROS TO FIM-DATA FIM-HORA FIM-SEQ
           START ARQFIM KEY IS NOT LESS THAN FIM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO FIDELIDADE-FIM.
       FIDELIDADE-LOOP.
           READ ARQFIM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO FIDELIDADE-FIM.
           IF FIM-CPFCNPJ NOT = W-CPFCNPJ
              GO TO FIDELIDADE-FIM.
           ADD 1 TO W-QTDFIM
           MOVE "S" TO W-REGOK
           IF W-ANONIMIZA = "S"
              MOVE REGFIM TO W-SAVE-FIM
              DELETE ARQFIM RECORD
              IF ST-ERRO NOT = "00"
                 MOVE "N" TO W-REGOK
                 ADD 1 TO W-QTDERRO
              ELSE
                 MOVE W-SAVE-FIM TO REGFIM
                 MOVE W-ANONIMO TO FIM-CPFCNPJ
                 WRITE REGFIM
                 IF ST-ERRO NOT = "00"
                    ADD 1 TO W-QTDERRO.
           IF W-ANONIMIZA = "N"
              MOVE "PONTOS" TO LD-ARQUIVO
              MOVE SPACES TO LD-CHAVE
              STRING "TIPO " FIM-TIPO
                     DELIMITED BY SIZE INTO LD-CHAVE
              MOVE FIM-DATA TO LD-DATA
              MOVE ZEROS TO LD-VALOR
              MOVE SPACES TO LD-TEXTO
              STRING "PONTOS " FIM-PONTOS " PEDIDO " FIM-PED-COD
                     DELIMITED BY SIZE INTO LD-TEXTO
              MOVE LINHA-DET TO REGREL
              WRITE REGREL.
           IF W-ANONIMIZA = "S" AND W-REGOK = "S"
              GO TO FIDELIDADE-MOV.
           GO TO FIDELIDADE-LOOP.
       FIDELIDADE-FIM.
                EXIT.

      * ACORDOS DE RENEGOCIACAO (CREDITO CONCEDIDO AO CLIENTE) *
       ACORDOS.
           IF W-TEMACO NOT = "S"
              GO TO ACORDOS-FIM.
           MOVE W-CPFCNPJ TO ACO-CPFCNPJ
           START ARQACO KEY IS NOT LESS THAN ACO-CPFCNPJ
           IF ST-ERRO NOT = "00"
              GO TO ACORDOS-FIM.
       ACORDOS-LOOP.
           READ ARQACO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ACORDOS-FIM.
           IF ACO-CPFCNPJ NOT = W-CPFCNPJ
              GO TO ACORDOS-FIM.
           ADD 1 TO W-QTDACO
           MOVE "S" TO W-REGOK
           IF W-ANONIMIZA = "S"
              MOVE W-ANONIMO TO ACO-CPFCNPJ
              REWRITE REGACO
              IF ST-ERRO NOT = "00" AND "02"
                 MOVE "N" TO W-REGOK
                 ADD 1 TO W-QTDERRO.
           IF W-ANONIMIZA = "N"
              MOVE "ACORDO" TO LD-ARQUIVO
              MOVE SPACES TO LD-CHAVE
              MOVE ACO-CODIGO TO LD-CHAVE
              MOVE ACO-DATA TO LD-DATA
              MOVE ACO-VALORTOTAL TO LD-VALOR
              MOVE SPACES TO LD-TEXTO
              STRING ACO-NUMPARC " PARCELAS, SUPERVISOR "
                     ACO-SUPERV DELIMITED BY SIZE INTO LD-TEXTO
              MOVE LINHA-DET TO REGREL
              WRITE REGREL.
           IF W-ANONIMIZA = "S" AND W-REGOK = "S"
              GO TO ACORDOS.
           GO TO ACORDOS-LOOP.
       ACORDOS-FIM.
                EXIT.

      * NUMEROS DE SERIE VENDIDOS AO CLIENTE (VARRE O ARQUIVO) *
       SERIES.
           IF W-TEMSER NOT = "S"
              GO TO SERIES-FIM.
           MOVE ZEROS TO SER-COD-PRO
           MOVE SPACES TO SER-NUMERO
           START ARQSER KEY IS NOT LESS THAN SER-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO SERIES-FIM.
       SERIES-LOOP.
           READ ARQSER NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SERIES-FIM.
           IF SER-CLI-CPFCNPJ NOT = W-CPFCNPJ
              GO TO SERIES-LOOP.
           ADD 1 TO W-QTDSER
           IF W-ANONIMIZA = "S"
              MOVE W-ANONIMO TO SER-CLI-CPFCNPJ
              REWRITE REGSER
              IF ST-ERRO NOT = "00" AND "02"
                 ADD 1 TO W-QTDERRO.
           IF W-ANONIMIZA = "N"
              MOVE "SERIE" TO LD-ARQUIVO
              MOVE SPACES TO LD-CHAVE
              MOVE SER-COD-PRO TO LD-CHAVE
              MOVE SER-DATAVENDA TO LD-DATA
              MOVE ZEROS TO LD-VALOR
              MOVE SPACES TO LD-TEXTO
              STRING SER-NUMERO " PEDIDO " SER-PED-VENDA
                     DELIMITED BY SIZE INTO LD-TEXTO
              MOVE LINHA-DET TO REGREL
              WRITE REGREL.
           GO TO SERIES-LOOP.
       SERIES-FIM.
                EXIT.

      * ENTRADAS DO LOG DE AUDITORIA COM O CPF/CNPJ COMO CHAVE *
       AUDITORIA.
           OPEN INPUT ARQAUD
           IF ST-ERRO NOT = "00"
              GO TO AUDITORIA-FIM.
       AUDITORIA-LOOP.
           READ ARQAUD NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO AUDITORIA-FECHA.
           IF AUD-CHAVE NOT = W-CPFCNPJ-X
              GO TO AUDITORIA-LOOP.
           ADD 1 TO W-QTDAUD
           MOVE "AUDITORIA" TO LD-ARQUIVO
           MOVE AUD-PROGRAMA TO LD-CHAVE
           MOVE AUD-DATA TO LD-DATA
           MOVE ZEROS TO LD-VALOR
           MOVE SPACES TO LD-TEXTO
           STRING "ACAO " AUD-ACAO " USUARIO " AUD-USUARIO
                  DELIMITED BY SIZE INTO LD-TEXTO
           MOVE LINHA-DET TO REGREL
           WRITE REGREL.
           GO TO AUDITORIA-LOOP.
       AUDITORIA-FECHA.
           CLOSE ARQAUD.
       AUDITORIA-FIM.
                EXIT.

      * TROCA A CHAVE NO LOG VIVO, REGRAVANDO-O PELO ARQUIVO DE  *
      * TRABALHO COMO O ARQUIVAMENTO DO SCE023                    *
       AUD-REGRAVA.
           OPEN INPUT ARQAUD
           IF ST-ERRO NOT = "00"
              GO TO AUD-REGRAVA-FIM.
           OPEN OUTPUT ARQTMP
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO
              CLOSE ARQAUD
              GO TO AUD-REGRAVA-FIM.
       AUD-REGRAVA-LOOP.
           READ ARQAUD NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO AUD-REGRAVA-VOLTA.
           IF AUD-CHAVE = W-CPFCNPJ-X
              MOVE W-ANONIMO-X TO AUD-CHAVE
              ADD 1 TO W-QTDAUD.
           MOVE REGAUD TO REGTMP
           WRITE REGTMP.
           GO TO AUD-REGRAVA-LOOP.
       AUD-REGRAVA-VOLTA.
           CLOSE ARQAUD ARQTMP.
           OPEN INPUT ARQTMP
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO
              GO TO AUD-REGRAVA-FIM.
           OPEN OUTPUT ARQAUD
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO
              CLOSE ARQTMP
              GO TO AUD-REGRAVA-FIM.
       AUD-REGRAVA-COPIA.
           READ ARQTMP NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO AUD-REGRAVA-FECHA.
           MOVE REGTMP TO REGAUD
           WRITE REGAUD.
           GO TO AUD-REGRAVA-COPIA.
       AUD-REGRAVA-FECHA.
           CLOSE ARQAUD ARQTMP.
       AUD-REGRAVA-FIM.
                EXIT.

      * QUANTIDADES POR ARQUIVO, NO FIM DO RELATORIO *
       L9-TOTAIS.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "PEDIDOS VIVOS                    :" TO LT-TITULO
           MOVE W-QTDPED TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "PEDIDOS ARQUIVADOS               :" TO LT-TITULO
           MOVE W-QTDPEDH TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "ENTREGAS                         :" TO LT-TITULO
           MOVE W-QTDENT TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "TITULOS A RECEBER                :" TO LT-TITULO
           MOVE W-QTDTIT TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "  EM ABERTO                      :" TO LT-TITULO
           MOVE W-QTDTITAB TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "DOCUMENTOS FISCAIS               :" TO LT-TITULO
           MOVE W-QTDFIS TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "  NO PRAZO LEGAL DE GUARDA       :" TO LT-TITULO
           MOVE W-QTDFISG TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "SALDO DE PONTOS                  :" TO LT-TITULO
           MOVE W-QTDFID TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "MOVIMENTOS DE PONTOS             :" TO LT-TITULO
           MOVE W-QTDFIM TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "ACORDOS DE RENEGOCIACAO          :" TO LT-TITULO
           MOVE W-QTDACO TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "NUMEROS DE SERIE                 :" TO LT-TITULO
           MOVE W-QTDSER TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "ENTRADAS NA AUDITORIA            :" TO LT-TITULO
           MOVE W-QTDAUD TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           IF W-QTDERRO > 0
              MOVE "ERROS NA TROCA (REPETIR)         :" TO LT-TITULO
              MOVE W-QTDERRO TO LT-QTDE
              MOVE LINHA-TOT TO REGREL
              WRITE REGREL.
       L9-TOTAIS-FIM.
                EXIT.

      * QUANTIDADES POR ARQUIVO, NA TELA *
       L9-TELA.
           MOVE W-QTDPED TO MASCQTD
           DISPLAY (05, 10) "Pedidos vivos          : " MASCQTD.
           MOVE W-QTDPEDH TO MASCQTD
           DISPLAY (06, 10) "Pedidos arquivados     : " MASCQTD.
           MOVE W-QTDENT TO MASCQTD
           DISPLAY (07, 10) "Entregas               : " MASCQTD.
           MOVE W-QTDTIT TO MASCQTD
           DISPLAY (08, 10) "Titulos a receber      : " MASCQTD.
           MOVE W-QTDTITAB TO MASCQTD
           DISPLAY (09, 10) "  em aberto            : " MASCQTD.
           MOVE W-QTDFIS TO MASCQTD
           DISPLAY (10, 10) "Documentos fiscais     : " MASCQTD.
           MOVE W-QTDFISG TO MASCQTD
           DISPLAY (11, 10) "  no prazo de guarda   : " MASCQTD.
           MOVE W-QTDFID TO MASCQTD
           DISPLAY (12, 10) "Saldo de pontos        : " MASCQTD.
           MOVE W-QTDFIM TO MASCQTD
           DISPLAY (13, 10) "Movimentos de pontos   : " MASCQTD.
           MOVE W-QTDACO TO MASCQTD
           DISPLAY (14, 10) "Acordos                : " MASCQTD.
           MOVE W-QTDSER TO MASCQTD
           DISPLAY (15, 10) "Numeros de serie       : " MASCQTD.
           MOVE W-QTDAUD TO MASCQTD
           DISPLAY (16, 10) "Entradas na auditoria  : " MASCQTD.
       L9-TELA-FIM.
                EXIT.

       LIMPA-TELA.
           DISPLAY (W-LIN, 01) W-BRANCO.
           ADD 1 TO W-LIN
           IF W-LIN < 24
              GO TO LIMPA-TELA.
       LIMPA-TELA-FIM.
                EXIT.

      * CONTA TENTATIVAS E AGUARDA QUANDO O REGISTRO ESTA BLOQUEADO *
      * POR OUTRO TERMINAL (FILE STATUS 51) *
       AGUARDA-LOCK.
           ADD 1 TO W-TENTLOCK
           MOVE "*** REGISTRO EM USO POR OUTRO TERMINAL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE ZEROS TO W-CONT.
       AGUARDA-LOCK-ESPERA.
           ADD 1 TO W-CONT
           IF W-CONT < 5000
              GO TO AGUARDA-LOCK-ESPERA.
       AGUARDA-LOCK-FIM.
                EXIT.

      * O LOG E ABERTO SO PARA CADA GRAVACAO: ESTE PROGRAMA TAMBEM *
      * O LE E O REGRAVA                                           *
       GRAVA-AUD.
           OPEN EXTEND ARQAUD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQAUD
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE AUDITORIA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GRAVA-AUD-FIM.
           MOVE SPACES TO REGAUD.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE W-USUARIO TO AUD-USUARIO.
           MOVE "SCE060" TO AUD-PROGRAMA.
           MOVE W-ACAOAUD TO AUD-ACAO.
           MOVE W-AUDCHAVE TO AUD-CHAVE.
           WRITE REGAUD.
           CLOSE ARQAUD.
       GRAVA-AUD-FIM.
                EXIT.

      * ABRE O CADASTRO DE USUARIOS PARA A IDENTIFICACAO (O ARQUIVO *
      * E CRIADO PELO SCE001 NA PRIMEIRA EXECUCAO DO SISTEMA)       *
       ABRE-USU.
           OPEN INPUT ARQUSU
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRO DE USUARIOS NAO ENCONTRADO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       ABRE-USU-FIM.
                EXIT.

      * IDENTIFICACAO DO OPERADOR (MATRICULA + SENHA) CONTRA O   *
      * CADASTRO DE USUARIOS, COMO NOS DEMAIS PROGRAMAS QUE      *
      * MOVIMENTAM REGISTROS DO SISTEMA                          *
       VALIDA-USUARIO.
           MOVE ZEROS TO W-TENTLOGIN.

       VALIDA-USUARIO-1.
           DISPLAY (01, 01) "Operador (matricula) : ".
           ACCEPT (01, 25) W-USUARIO.
           DISPLAY (02, 01) "Senha                : ".
           ACCEPT (02, 25) W-SENHA.
           MOVE W-USUARIO TO USU-CODIGO
           READ ARQUSU
           IF ST-ERRO = "00"
              IF USU-SENHA = W-SENHA AND USU-ATIVO = "S"
                 AND USU-BLOQUEADO NOT = "S"
                 MOVE USU-PERFIL TO W-PERFIL
                 GO TO VALIDA-USUARIO-2.
           ADD 1 TO W-TENTLOGIN
           MOVE "*** USUARIO OU SENHA INVALIDOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-TENTLOGIN < PAR-TENTLOGIN
              GO TO VALIDA-USUARIO-1.
           MOVE "*** ACESSO NEGADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       VALIDA-USUARIO-2.
           IF W-PERFIL = "B"
              MOVE "*** PROGRAMA NAO LIBERADO PARA SEU PERFIL ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (02, 01) "                            ".
       VALIDA-USUARIO-FIM.
                EXIT.

       ROT-FIM.
           CLOSE ARQCLI ARQPED ARQTIT ARQUSU.
           IF W-TEMPEDH = "S"
              CLOSE ARQPEDH.
           IF W-TEMENT = "S"
              CLOSE ARQENT.
           IF W-TEMFIS = "S"
              CLOSE ARQFIS.
           IF W-TEMFID = "S"
              CLOSE ARQFID ARQFIM.
           IF W-TEMACO = "S"
              CLOSE ARQACO.
           IF W-TEMSER = "S"
              CLOSE ARQSER.
           IF W-TEMPAR = "S"
              CLOSE ARQPAR.
           STOP RUN.

       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (24, 10) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (24, 10) MENS.
       ROT-MENS-FIM.
                EXIT.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    51 = REGISTRO BLOQUEADO POR OUTRO TERMINAL
