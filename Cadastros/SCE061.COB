       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE061.

      *AUTHOR. Wallace Martins.
      *    TROCA DE CPF/CNPJ DE CLIENTE OU FORNECEDOR    *
      *    O CPF/CNPJ E A CHAVE DO CADASTRO E ESTA GRAVADO EM TODOS
      *    OS ARQUIVOS QUE SE REFEREM A PESSOA, POR ISSO O SCE002 E
      *    O SCE003 NAO PERMITEM ALTERA-LO. ESTE UTILITARIO, SO PARA
      *    SUPERVISOR, LEVA TODOS OS REGISTROS DO DOCUMENTO ANTIGO
      *    PARA O NOVO (DIGITO VERIFICADOR CONFERIDO):
      *      CLIENTE    - ARQCLI, ARQPED E ARQPEDH (CLIENTE), ARQTIT
      *                   (A RECEBER), ARQFIS, ARQFID, ARQFIM, ARQACO
      *                   E ARQSER (VENDA)
      *      FORNECEDOR - ARQFOR, ARQPED E ARQPEDH (FORNECEDOR),
      *                   ARQTIT (A PAGAR), ARQPRO, ARQPFO, ARQSER
      *                   (COMPRA), ARQDSP, ARQREC, ARQNFC E ARQAPR
      *                   (AS NOTAS DE DESEMPENHO DO ARQDSF SAO
      *                   REFEITAS RODANDO O SCE066 DE NOVO)
      *    SE O NOVO DOCUMENTO JA ESTA CADASTRADO OS REGISTROS SAO
      *    UNIFICADOS: FICA O CADASTRO DO NOVO, OS PONTOS DE
      *    FIDELIDADE SAO SOMADOS E NA COTACAO DO MESMO PRODUTO FICA
      *    A MAIS RECENTE. O CADASTRO ANTIGO E O ULTIMO A SAIR, E SO
      *    SAI SE NAO HOUVE ERRO.
      *    RELTROCA.TXT TRAZ A QUANTIDADE DE REGISTROS DE CADA
      *    ARQUIVO NO DOCUMENTO ANTIGO E NO NOVO, ANTES E DEPOIS.
      *    O ARQUIVO DE PONTOS DE CONTROLE (ARQCKP) GUARDA OS DOIS
      *    DOCUMENTOS E A ULTIMA ETAPA (ARQUIVO) CONCLUIDA; UMA TROCA
      *    INTERROMPIDA E RETOMADA NA PROXIMA EXECUCAO E CADA ETAPA
      *    SO MEXE NO QUE AINDA ESTA NO DOCUMENTO ANTIGO.
      *    AUDITORIA: "T" NO INICIO (CHAVE = DOCUMENTO ANTIGO) E "U"
      *    NA CONCLUSAO (CHAVE = DOCUMENTO NOVO). AS ENTRADAS JA
      *    GRAVADAS NO LOG FICAM COMO ESTAO.

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

           SELECT ARQFOR ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS DYNAMIC
                     RECORD KEY   IS FOR-CPFCNPJ
                     ALTERNATE RECORD KEY IS FOR-CODIGO WITH DUPLICATES
                     ALTERNATE RECORD KEY IS FOR-NOME WITH DUPLICATES
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

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-CODBARRA
                                   WITH DUPLICATES.

           SELECT ARQPFO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PFO-CHAVE
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

           SELECT ARQDSP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSP-CODIGO
                 ALTERNATE RECORD KEY IS DSP-CATEGORIA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQNFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFC-PED-COD
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APR-PED-COD
                    ALTERNATE RECORD KEY IS APR-OPERADOR
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCKP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CKP-PROGRAMA
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

       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
           03 CHAVE1B.
            05 FOR-CPFCNPJ           PIC 9(14).
          03 FOR-CODIGO              PIC 9(06).
          03 FOR-TIPOFORNECEDOR      PIC X(01).
          03 FOR-NOME                PIC X(30).
          03 FOR-APELIDO             PIC X(30).
          03 FOR-CEP                 PIC 9(08).
          03 FOR-LOGRADOURO          PIC X(24).
          03 FOR-NUMERO              PIC X(11).
          03 FOR-COMPLEMENTO         PIC X(24).
          03 FOR-BAIRRO              PIC X(40).
          03 FOR-CIDADE              PIC X(24).
          03 FOR-ESTADO              PIC X(02).
          03 FOR-TELEFONE            PIC 9(11).
          03 FOR-TELEFONE2           PIC 9(11).
          03 FOR-TIPOTELEFONE2       PIC X(01).
          03 FOR-EMAIL               PIC X(33).
          03 FOR-CONTATO             PIC X(32).

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

       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       01 REGPRO.
          03 PRO-CODIGO            PIC 9(06).
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

       FD ARQPFO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPFO.DAT".

       01 REGPFO.
          03 PFO-CHAVE.
             05 PFO-COD-PRO          PIC 9(06).
             05 PFO-CPFCNPJ          PIC 9(14).
          03 PFO-PRECO               PIC 9(06)V99.
          03 PFO-DATACOT             PIC 9(08).
          03 PFO-PRAZODIAS           PIC 9(03).
          03 PFO-UNIDCOMPRA          PIC X(02).
          03 PFO-FATOR               PIC 9(04).

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

       FD ARQDSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDSP.DAT".

       01 REGDSP.
          03 DSP-CODIGO              PIC 9(06).
          03 DSP-FOR-CPFCNPJ         PIC 9(14).
          03 DSP-CATEGORIA           PIC 9(02).
          03 DSP-DESCRICAO           PIC X(30).
          03 DSP-DATA                PIC 9(08).
          03 DSP-VALORTOTAL          PIC 9(09)V99.
          03 DSP-NUMPARC             PIC 9(02).
          03 DSP-REC-COD             PIC 9(04).
          03 DSP-ANOMES              PIC 9(06).
          03 DSP-STATUS              PIC X(01).
          03 DSP-USUARIO             PIC X(12).

       FD ARQREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREC.DAT".

       01 REGREC.
          03 REC-CODIGO              PIC 9(04).
          03 REC-FOR-CPFCNPJ         PIC 9(14).
          03 REC-CATEGORIA           PIC 9(02).
          03 REC-DESCRICAO           PIC X(30).
          03 REC-VALOR               PIC 9(09)V99.
          03 REC-DIAVENC             PIC 9(02).
          03 REC-INICIO              PIC 9(06).
          03 REC-FIM                 PIC 9(06).
          03 REC-ULTMES              PIC 9(06).
          03 REC-ATIVO               PIC X(01).

       FD ARQNFC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFC.DAT".

       01 REGNFC.
          03 NFC-PED-COD             PIC 9(06).
          03 NFC-NUMERO              PIC 9(09).
          03 NFC-FOR-CPFCNPJ         PIC 9(14).
          03 NFC-DATAEMISSAO         PIC 9(08).
          03 NFC-VALORTOTAL          PIC 9(09)V99.
          03 NFC-VALORITENS          PIC 9(09)V99.
          03 NFC-VALORESPERADO       PIC 9(09)V99.
          03 NFC-QTDDIVERG           PIC 9(02).
          03 NFC-STATUS              PIC X(01).
          03 NFC-DATALANC            PIC 9(08).
          03 NFC-USUARIO             PIC X(12).
          03 NFC-DATADECISAO         PIC 9(08).
          03 NFC-SUPERVISOR          PIC X(12).

       FD ARQAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAPR.DAT".

       01 REGAPR.
          03 APR-PED-COD             PIC 9(06).
          03 APR-OPERADOR            PIC X(12).
          03 APR-DECISAO             PIC X(01).
          03 APR-FOR-CPFCNPJ         PIC 9(14).
          03 APR-VALOR               PIC 9(09)V99.
          03 APR-DATAPEDIDO          PIC 9(08).
          03 APR-DATA                PIC 9(08).
          03 APR-HORA                PIC 9(06).
          03 APR-SUPERVISOR          PIC X(12).
          03 APR-NOTA                PIC X(40).
          03 APR-CIENTE              PIC X(01).

       FD ARQCKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCKP.DAT".

       01 REGCKP.
          03 CKP-PROGRAMA            PIC X(08).
          03 CKP-SITUACAO            PIC X(01).
          03 CKP-DATA                PIC 9(08).
          03 CKP-PARM1               PIC 9(08).
          03 CKP-PARM2               PIC 9(08).
          03 CKP-ULTCHAVE            PIC 9(14).
          03 CKP-UNIDADE             PIC 9(14).
          03 CKP-TENTATIVA           PIC 9(02).
          03 CKP-QTDTOT1             PIC 9(09).
          03 CKP-QTDTOT2             PIC 9(09).
          03 CKP-QTDTENT             PIC 9(09) OCCURS 10 TIMES.

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

       FD ARQREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTROCA.TXT".
       01 REGREL                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 W-OPCSN                    PIC X(01) VALUE SPACES.
       01 W-CONT                     PIC 9(06) VALUE ZEROS.
       01 MENS                       PIC X(50) VALUE SPACES.
       01 W-ACT                      PIC 9(02) VALUE ZEROS.
       01 W-USUARIO                  PIC X(12) VALUE SPACES.
       01 W-SENHA                    PIC X(08) VALUE SPACES.
       01 W-TENTLOGIN                PIC 9(01) VALUE ZEROS.
       01 W-TENTLOCK                 PIC 9(02) VALUE ZEROS.
       01 W-ACAOAUD                  PIC X(01) VALUE SPACES.
       01 W-AUDCHAVE                 PIC X(14) VALUE SPACES.
       01 W-LIN                      PIC 9(02) VALUE ZEROS.
       01 W-BRANCO                   PIC X(79) VALUE SPACES.
       01 W-TEMPAR                   PIC X(01) VALUE "N".
       01 W-TEMPEDH                  PIC X(01) VALUE "N".
       01 W-TEMPFO                   PIC X(01) VALUE "N".
       01 W-TEMFIS                   PIC X(01) VALUE "N".
       01 W-TEMFID                   PIC X(01) VALUE "N".
       01 W-TEMACO                   PIC X(01) VALUE "N".
       01 W-TEMSER                   PIC X(01) VALUE "N".
       01 W-TEMDSP                   PIC X(01) VALUE "N".
       01 W-TEMREC                   PIC X(01) VALUE "N".
       01 W-TEMNFC                   PIC X(01) VALUE "N".
       01 W-TEMAPR                   PIC X(01) VALUE "N".
       01 W-RETOMADA                 PIC X(01) VALUE "N".
       01 W-REGOK                    PIC X(01) VALUE "S".
       01 W-NOMEVELHO                PIC X(30) VALUE SPACES.
       01 W-NOMENOVO                 PIC X(30) VALUE SPACES.
       01 IND                        PIC 9(02) VALUE ZEROS.

      * C = CLIENTE  F = FORNECEDOR; PESSOA F = CPF  J = CNPJ *
       01 W-TIPO                     PIC X(01) VALUE SPACES.
       01 W-PESSOA                   PIC X(01) VALUE SPACES.
       01 W-DTIPO                    PIC X(10) VALUE SPACES.
       01 W-VELHO                    PIC 9(14) VALUE ZEROS.
       01 W-VELHO-X REDEFINES W-VELHO PIC X(14).
       01 W-NOVO                     PIC 9(14) VALUE ZEROS.
       01 W-NOVO-X REDEFINES W-NOVO  PIC X(14).
       01 W-FAIXAANON                PIC 9(14) VALUE 99000000000000.
       01 W-UNIFICA                  PIC X(01) VALUE "N".

      * DOCUMENTO PROCURADO NAS CONTAGENS E O LIDO NO REGISTRO *
       01 W-DOC                      PIC 9(14) VALUE ZEROS.
       01 W-DOCLIDO                  PIC 9(14) VALUE ZEROS.
       01 W-QTD                      PIC 9(07) VALUE ZEROS.
       01 W-QTDERRO                  PIC 9(05) VALUE ZEROS.
       01 W-COLUNA                   PIC X(01) VALUE SPACES.

      * ETAPAS: 1 E O CADASTRO (FEITO POR ULTIMO), 2 EM DIANTE OS *
      * ARQUIVOS QUE GUARDAM O DOCUMENTO                           *
       01 W-ETAPA                    PIC 9(02) VALUE ZEROS.
       01 W-QTDETAPAS                PIC 9(02) VALUE ZEROS.
       01 W-TENT                     PIC 9(02) VALUE ZEROS.
       01 W-SAVE-FIM                 PIC X(78) VALUE SPACES.
       01 W-SAVE-FID.
          03 W-SVCPFCNPJ             PIC 9(14).
          03 W-SVSALDO               PIC 9(09).
          03 W-SVACUMULADO           PIC 9(09).
          03 W-SVRESGATADO           PIC 9(09).
          03 W-SVDATAULT             PIC 9(08).
       01 W-SAVE-PFO                 PIC X(45) VALUE SPACES.
       01 W-DATACOT                  PIC 9(08) VALUE ZEROS.
       01 W-SAVE-CHAVE               PIC X(20) VALUE SPACES.

       01 TBNOMEC.
          03 FILLER                  PIC X(08) VALUE "ARQCLI".
          03 FILLER                  PIC X(08) VALUE "ARQPED".
          03 FILLER                  PIC X(08) VALUE "ARQPEDH".
          03 FILLER                  PIC X(08) VALUE "ARQTIT".
          03 FILLER                  PIC X(08) VALUE "ARQFIS".
          03 FILLER                  PIC X(08) VALUE "ARQFID".
          03 FILLER                  PIC X(08) VALUE "ARQFIM".
          03 FILLER                  PIC X(08) VALUE "ARQACO".
          03 FILLER                  PIC X(08) VALUE "ARQSER".
          03 FILLER                  PIC X(08) VALUE SPACES.
          03 FILLER                  PIC X(08) VALUE SPACES.
       01 TBNOMECR REDEFINES TBNOMEC.
          03 TBC-NOME                PIC X(08) OCCURS 11 TIMES.

       01 TBNOMEF.
          03 FILLER                  PIC X(08) VALUE "ARQFOR".
          03 FILLER                  PIC X(08) VALUE "ARQPED".
          03 FILLER                  PIC X(08) VALUE "ARQPEDH".
          03 FILLER                  PIC X(08) VALUE "ARQTIT".
          03 FILLER                  PIC X(08) VALUE "ARQPRO".
          03 FILLER                  PIC X(08) VALUE "ARQPFO".
          03 FILLER                  PIC X(08) VALUE "ARQSER".
          03 FILLER                  PIC X(08) VALUE "ARQDSP".
          03 FILLER                  PIC X(08) VALUE "ARQREC".
          03 FILLER                  PIC X(08) VALUE "ARQNFC".
          03 FILLER                  PIC X(08) VALUE "ARQAPR".
       01 TBNOMEFR REDEFINES TBNOMEF.
          03 TBF-NOME                PIC X(08) OCCURS 11 TIMES.

      * QUANTIDADES POR ARQUIVO: DOCUMENTO ANTIGO E NOVO, ANTES E *
      * DEPOIS DA TROCA; O PONTO DE CONTROLE GUARDA AS 10          *
      * PRIMEIRAS EM CKP-QTDTENT E A 11a EM CKP-QTDTOT2             *
       01 TBQTD.
          03 TBQ-ITEM OCCURS 11 TIMES.
             05 TBQ-NOME             PIC X(08).
             05 TBQ-ANTVELHO         PIC 9(07).
             05 TBQ-ANTNOVO          PIC 9(07).
             05 TBQ-DEPVELHO         PIC 9(07).
             05 TBQ-DEPNOVO          PIC 9(07).

       01 LINHA-CAB.
          03 FILLER                  PIC X(27)
                             VALUE "TROCA DE CPF/CNPJ - ".
          03 LCB-TIPO                PIC X(10).
          03 FILLER                  PIC X(10) VALUE "  EMISSAO ".
          03 LCB-DATA                PIC 9999/99/99.

       01 LINHA-DOC.
          03 LDC-ROTULO              PIC X(10).
          03 LDC-CPFCNPJ             PIC 9(14).
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LDC-NOME                PIC X(30).
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LDC-OBS                 PIC X(22).

       01 LINHA-TIT.
          03 FILLER                  PIC X(40) VALUE
                   "ARQUIVO        DOC.ANTIGO     DOC.NOVO".
          03 LTT-MOMENTO             PIC X(10).

       01 LINHA-QTD.
          03 LQ-NOME                 PIC X(10).
          03 FILLER                  PIC X(04) VALUE SPACES.
          03 LQ-VELHO                PIC Z.ZZZ.ZZ9.
          03 FILLER                  PIC X(04) VALUE SPACES.
          03 LQ-NOVO                 PIC Z.ZZZ.ZZ9.

       01 LINHA-RETOMADA.
          03 FILLER                  PIC X(26)
                             VALUE "*** RETOMADA - TENTATIVA ".
          03 LR-TENT                 PIC Z9.
          03 FILLER                  PIC X(20)
                             VALUE ", APOS A ETAPA ".
          03 LR-ETAPA                PIC Z9.

       01 LINHA-FIM.
          03 LF-TEXTO                PIC X(40).
          03 LF-QTDE                 PIC ZZ.ZZ9.

      * CAMPOS PARA VALIDACAO DO DIGITO VERIFICADOR (MODULO 11) *
       01 CV-CPF                 PIC 9(11).
       01 CV-CPF-R  REDEFINES CV-CPF.
             03 CV-CPF-DIG       PIC 9(01) OCCURS 11 TIMES.
       01 CV-CNPJ                PIC 9(14).
       01 CV-CNPJ-R REDEFINES CV-CNPJ.
             03 CV-CNPJ-DIG      PIC 9(01) OCCURS 14 TIMES.
       01 CV-SOMA                PIC 9(05) VALUE ZEROS.
       01 CV-QTE                 PIC 9(03) VALUE ZEROS.
       01 CV-PESO                PIC 9(02) VALUE ZEROS.
       01 CV-RESTO               PIC 9(02) VALUE ZEROS.
       01 CV-DIG1                PIC 9(01) VALUE ZEROS.
       01 CV-DIG2                PIC 9(01) VALUE ZEROS.
       01 CV-VALIDO              PIC X(01) VALUE "S".

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

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CLIENTES NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE FORNECEDORES NAO ENCONTRADO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PEDIDOS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE TITULOS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PRODUTOS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      * OS DEMAIS ARQUIVOS SO EXISTEM SE A ROTINA QUE OS GRAVA JA *
      * RODOU ALGUMA VEZ                                          *
       R0A.
           OPEN I-O ARQPEDH
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPEDH.
           OPEN I-O ARQPFO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPFO.
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
           OPEN I-O ARQDSP
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMDSP.
           OPEN I-O ARQREC
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMREC.
           OPEN I-O ARQNFC
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMNFC.
           OPEN I-O ARQAPR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMAPR.

       R0B.
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

       R0C.
           PERFORM ABRE-USU THRU ABRE-USU-FIM
           PERFORM VALIDA-SUPERV THRU VALIDA-SUPERV-FIM.

      * TROCA ANTERIOR INTERROMPIDA E SEMPRE RETOMADA ANTES DE    *
      * UMA NOVA                                                  *
       R0D.
           OPEN I-O ARQCKP
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQCKP
              CLOSE ARQCKP
              GO TO R0D
            ELSE
              MOVE "ERRO NA ABERTURA DOS PONTOS DE CONTROLE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "SCE061" TO CKP-PROGRAMA
           READ ARQCKP
           IF ST-ERRO = "00" AND CKP-SITUACAO = "A"
              MOVE "S" TO W-RETOMADA
              GO TO R1R.

       R1.
           MOVE 1 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 01)
               "                 TROCA DE CPF/CNPJ NOS ARQUIVOS".
           MOVE "N" TO W-UNIFICA
           MOVE ZEROS TO W-QTDERRO.

       R1-TIPO.
           MOVE SPACES TO W-TIPO
           DISPLAY (03, 10) "Cliente ou Fornecedor (C/F) : ".
           ACCEPT (03, 41) W-TIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-TIPO = "c"
              MOVE "C" TO W-TIPO.
           IF W-TIPO = "f"
              MOVE "F" TO W-TIPO.
           IF W-TIPO NOT = "C" AND "F"
              MOVE "*** DIGITE C OU F ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-TIPO.
           PERFORM R1-NOMES THRU R1-NOMES-FIM.

       R2-VELHO.
           MOVE ZEROS TO W-VELHO
           DISPLAY (05, 10) "CPF/CNPJ atual       : ".
           ACCEPT (05, 33) W-VELHO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-VELHO = 0
              MOVE "*** CPF/CNPJ NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-VELHO.
           IF W-TIPO = "C" AND W-VELHO > W-FAIXAANON
              MOVE "*** CLIENTE ANONIMIZADO NAO E TROCADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-VELHO.
           MOVE W-VELHO TO W-DOC
           PERFORM LE-CADASTRO THRU LE-CADASTRO-FIM
           IF ST-ERRO NOT = "00"
              MOVE "*** CPF/CNPJ NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-VELHO.
           MOVE W-NOMENOVO TO W-NOMEVELHO
           DISPLAY (05, 49) W-NOMEVELHO.

       R3-PESSOA.
           DISPLAY (07, 10) "Novo documento de pessoa (F/J) : ".
           ACCEPT (07, 44) W-PESSOA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2-VELHO.
           IF W-PESSOA = "f"
              MOVE "F" TO W-PESSOA.
           IF W-PESSOA = "j"
              MOVE "J" TO W-PESSOA.
           IF W-PESSOA NOT = "F" AND "J"
              MOVE "*** DIGITE F (CPF) OU J (CNPJ) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-PESSOA.

       R3-NOVO.
           MOVE ZEROS TO W-NOVO
           DISPLAY (08, 10) "Novo CPF/CNPJ        : ".
           ACCEPT (08, 33) W-NOVO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-PESSOA.
           IF W-NOVO = 0 OR W-NOVO = W-VELHO
              MOVE "*** INFORME UM DOCUMENTO DIFERENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-NOVO.
           IF W-PESSOA = "J"
              MOVE W-NOVO TO CV-CNPJ
              PERFORM VLD-CNPJ THRU VLD-CNPJ-FIM
           ELSE
              IF W-NOVO > 99999999999
                 MOVE "N" TO CV-VALIDO
              ELSE
                 MOVE W-NOVO TO CV-CPF
                 PERFORM VLD-CPF THRU VLD-CPF-FIM.
           IF CV-VALIDO = "N"
              MOVE "*** CPF/CNPJ INVALIDO, DIGITO ERRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-NOVO.

      * NOVO DOCUMENTO JA CADASTRADO: OS REGISTROS SAO UNIFICADOS *
      * NO CADASTRO QUE JA EXISTE                                  *
           MOVE W-NOVO TO W-DOC
           PERFORM LE-CADASTRO THRU LE-CADASTRO-FIM
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIFICA
              DISPLAY (08, 49) W-NOMENOVO
              DISPLAY (09, 10)
                 "*** JA CADASTRADO: REGISTROS SERAO UNIFICADOS ***"
           ELSE
              MOVE "N" TO W-UNIFICA
              DISPLAY (09, 10) W-BRANCO.

      * QUANTIDADES ANTES DA TROCA, NA TELA E NO RELATORIO *
       R4-CONTA.
           MOVE "A" TO W-COLUNA
           PERFORM CONTA-TODOS THRU CONTA-TODOS-FIM
           PERFORM MOSTRA-QTD THRU MOSTRA-QTD-FIM.

       R4-CONFIRMA.
           MOVE SPACES TO W-OPCSN
           DISPLAY (22, 10) "Confirma a Troca (S/N) : ".
           ACCEPT (22, 36) W-OPCSN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCSN = "N" OR "n"
              MOVE "*** TROCA CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCSN NOT = "S" AND "s"
              GO TO R4-CONFIRMA.
           DISPLAY (22, 01) W-BRANCO.

           MOVE "SCE061" TO CKP-PROGRAMA
           MOVE "A" TO CKP-SITUACAO
           ACCEPT CKP-DATA FROM DATE YYYYMMDD
           MOVE 1 TO CKP-PARM1
           IF W-TIPO = "F"
              MOVE 2 TO CKP-PARM1.
           IF W-PESSOA = "J"
              ADD 10 TO CKP-PARM1.
           MOVE ZEROS TO CKP-PARM2
           MOVE W-VELHO TO CKP-ULTCHAVE
           MOVE W-NOVO TO CKP-UNIDADE
           MOVE 1 TO CKP-TENTATIVA W-TENT
           MOVE ZEROS TO CKP-QTDTOT1 CKP-QTDTOT2
           MOVE 1 TO IND.
       R4-ZERA.
           MOVE TBQ-ANTVELHO (IND) TO CKP-QTDTENT (IND)
           ADD 1 TO IND
           IF IND NOT > 10
              GO TO R4-ZERA.
           MOVE TBQ-ANTVELHO (11) TO CKP-QTDTOT2
           WRITE REGCKP
           IF ST-ERRO = "22"
              REWRITE REGCKP.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO PONTO DE CONTROLE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

           MOVE "T" TO W-ACAOAUD
           MOVE W-VELHO-X TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM

           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-DTIPO TO LCB-TIPO
           MOVE CKP-DATA TO LCB-DATA
           MOVE LINHA-CAB TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "ANTIGO:" TO LDC-ROTULO
           MOVE W-VELHO TO LDC-CPFCNPJ
           MOVE W-NOMEVELHO TO LDC-NOME
           MOVE SPACES TO LDC-OBS
           MOVE LINHA-DOC TO REGREL
           WRITE REGREL.
           MOVE "NOVO:" TO LDC-ROTULO
           MOVE W-NOVO TO LDC-CPFCNPJ
           MOVE SPACES TO LDC-NOME LDC-OBS
           IF W-UNIFICA = "S"
              MOVE W-NOMENOVO TO LDC-NOME
              MOVE "(UNIFICADO)" TO LDC-OBS.
           MOVE LINHA-DOC TO REGREL
           WRITE REGREL.
           MOVE "SUPERVISOR:" TO LDC-ROTULO
           MOVE ZEROS TO LDC-CPFCNPJ
           MOVE W-USUARIO TO LDC-NOME
           MOVE SPACES TO LDC-OBS
           MOVE LINHA-DOC TO REGREL
           MOVE SPACES TO REGREL (11:16)
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "ANTES" TO LTT-MOMENTO
           PERFORM R9-QTD THRU R9-QTD-FIM
           GO TO R5-ETAPAS.

      * RETOMADA: MESMOS DOCUMENTOS DO PONTO DE CONTROLE; A TROCA  *
      * CONTINUA NA ETAPA SEGUINTE A ULTIMA CONCLUIDA E O RELATORIO *
      * DA TENTATIVA ANTERIOR E ESTENDIDO                           *
       R1R.
           MOVE 1 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 01)
               "                 TROCA DE CPF/CNPJ NOS ARQUIVOS".
           MOVE "C" TO W-TIPO
           IF CKP-PARM1 = 2 OR 12
              MOVE "F" TO W-TIPO.
           MOVE "F" TO W-PESSOA
           IF CKP-PARM1 > 10
              MOVE "J" TO W-PESSOA.
           MOVE CKP-ULTCHAVE TO W-VELHO
           MOVE CKP-UNIDADE TO W-NOVO
           MOVE ZEROS TO W-QTDERRO
           PERFORM R1-NOMES THRU R1-NOMES-FIM
           DISPLAY (03, 10) "*** TROCA ANTERIOR INTERROMPIDA ***".
           DISPLAY (05, 10) "Cadastro             : " W-DTIPO.
           DISPLAY (06, 10) "CPF/CNPJ antigo      : " W-VELHO.
           DISPLAY (07, 10) "CPF/CNPJ novo        : " W-NOVO.
           DISPLAY (08, 10) "Ultima etapa feita   : " CKP-PARM2.
       R1R-CONFIRMA.
           MOVE SPACES TO W-OPCSN
           DISPLAY (10, 10) "Confirma a Retomada (S/N) : ".
           ACCEPT (10, 39) W-OPCSN.
           IF W-OPCSN = "N" OR "n"
              MOVE "*** RETOMADA ADIADA PARA A PROXIMA EXECUCAO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-OPCSN NOT = "S" AND "s"
              GO TO R1R-CONFIRMA.

           ADD 1 TO CKP-TENTATIVA
           MOVE CKP-TENTATIVA TO W-TENT
           IF W-TENT > 10
              MOVE 10 TO W-TENT.
      * TENTATIVA ANTERIOR QUE TERMINOU COM ERRO REFAZ TODAS AS   *
      * ETAPAS                                                     *
           IF CKP-QTDTOT1 > 0
              MOVE ZEROS TO CKP-PARM2 CKP-QTDTOT1.
           REWRITE REGCKP
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO PONTO DE CONTROLE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE 1 TO IND.
       R1R-ANTES.
           MOVE CKP-QTDTENT (IND) TO TBQ-ANTVELHO (IND)
           MOVE ZEROS TO TBQ-ANTNOVO (IND)
           ADD 1 TO IND
           IF IND NOT > 10
              GO TO R1R-ANTES.
           MOVE CKP-QTDTOT2 TO TBQ-ANTVELHO (11)
           MOVE ZEROS TO TBQ-ANTNOVO (11)

      * O NOVO DOCUMENTO PODE JA TER O CADASTRO QUE A TENTATIVA   *
      * ANTERIOR GRAVOU; A UNIFICACAO VALE PARA O QUE SOBROU       *
           MOVE W-NOVO TO W-DOC
           PERFORM LE-CADASTRO THRU LE-CADASTRO-FIM
           IF ST-ERRO = "00"
              MOVE "S" TO W-UNIFICA.
           MOVE W-VELHO TO W-DOC
           PERFORM LE-CADASTRO THRU LE-CADASTRO-FIM
           IF ST-ERRO = "00"
              MOVE W-NOMENOVO TO W-NOMEVELHO.

           OPEN EXTEND ARQREL
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT ARQREL
              IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE CKP-TENTATIVA TO LR-TENT
           MOVE CKP-PARM2 TO LR-ETAPA
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE LINHA-RETOMADA TO REGREL
           WRITE REGREL.
           MOVE 1 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 01)
               "                 TROCA DE CPF/CNPJ NOS ARQUIVOS".
           DISPLAY (03, 10) "CPF/CNPJ antigo      : " W-VELHO.
           DISPLAY (04, 10) "CPF/CNPJ novo        : " W-NOVO.

      *-----------------------------------------------------------*
      * TROCA, UMA ETAPA POR ARQUIVO; O CADASTRO FICA POR ULTIMO  *
      *-----------------------------------------------------------*
       R5-ETAPAS.
           MOVE CKP-PARM2 TO W-ETAPA.
       R5-PROXIMA.
           ADD 1 TO W-ETAPA
           IF W-ETAPA > W-QTDETAPAS
              GO TO R6-CADASTRO.
           MOVE TBQ-NOME (W-ETAPA) TO MENS
           DISPLAY (24, 10) MENS.
           PERFORM TROCA-ARQ THRU TROCA-ARQ-FIM
           MOVE W-ETAPA TO CKP-PARM2
           MOVE W-QTDERRO TO CKP-QTDTOT1
           REWRITE REGCKP
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO PONTO DE CONTROLE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO R5-PROXIMA.

      * CADASTRO: SEM ERRO NAS ETAPAS, O ANTIGO VAI PARA O NOVO   *
      * DOCUMENTO (OU SAI, SE O NOVO JA EXISTE); COM ERRO FICA,   *
      * PARA UMA NOVA TENTATIVA                                    *
       R6-CADASTRO.
           MOVE SPACES TO MENS
           DISPLAY (24, 10) MENS.
           IF W-QTDERRO > 0
              GO TO R7-FIM.
           IF W-TIPO = "C"
              PERFORM TR-CLI THRU TR-CLI-FIM
           ELSE
              PERFORM TR-FOR THRU TR-FOR-FIM.

      * QUANTIDADES DEPOIS DA TROCA E ENCERRAMENTO *
       R7-FIM.
           MOVE "D" TO W-COLUNA
           PERFORM CONTA-TODOS THRU CONTA-TODOS-FIM
           PERFORM MOSTRA-QTD THRU MOSTRA-QTD-FIM
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "DEPOIS" TO LTT-MOMENTO
           PERFORM R9-QTD THRU R9-QTD-FIM
           MOVE SPACES TO REGREL WRITE REGREL.
           IF W-QTDERRO > 0
              MOVE "ERROS DE GRAVACAO (REPETIR A TROCA) :" TO LF-TEXTO
              MOVE W-QTDERRO TO LF-QTDE
              MOVE LINHA-FIM TO REGREL
              WRITE REGREL
              CLOSE ARQREL
              MOVE "*** TROCA INCOMPLETA, VER RELTROCA.TXT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "TROCA CONCLUIDA" TO REGREL
           WRITE REGREL.
           IF W-TIPO = "F"
              MOVE "RODE O SCE066 PARA REFAZER AS NOTAS DE DESEMPENHO"
                                                        TO REGREL
              WRITE REGREL.
           CLOSE ARQREL.
           MOVE "C" TO CKP-SITUACAO
           REWRITE REGCKP.
           MOVE "U" TO W-ACAOAUD
           MOVE W-NOVO-X TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           MOVE "*** TROCA CONCLUIDA ***" TO MENS
           IF W-TIPO = "F"
              MOVE "*** TROCA CONCLUIDA, RODE O SCE066 (NOTAS) ***"
                                                        TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      * QUANTIDADES NO RELATORIO (COLUNA ANTES OU DEPOIS) *
       R9-QTD.
           MOVE LINHA-TIT TO REGREL
           WRITE REGREL.
           MOVE 1 TO IND.
       R9-QTD-LOOP.
           IF TBQ-NOME (IND) = SPACES
              GO TO R9-QTD-FIM.
           MOVE TBQ-NOME (IND) TO LQ-NOME
           IF LTT-MOMENTO = "ANTES"
              MOVE TBQ-ANTVELHO (IND) TO LQ-VELHO
              MOVE TBQ-ANTNOVO (IND) TO LQ-NOVO
           ELSE
              MOVE TBQ-DEPVELHO (IND) TO LQ-VELHO
              MOVE TBQ-DEPNOVO (IND) TO LQ-NOVO.
           MOVE LINHA-QTD TO REGREL
           WRITE REGREL.
           ADD 1 TO IND
           IF IND NOT > 11
              GO TO R9-QTD-LOOP.
       R9-QTD-FIM.
                EXIT.

      * NOMES DOS ARQUIVOS DE CADA CADASTRO *
       R1-NOMES.
           MOVE 1 TO IND.
       R1-NOMES-LOOP.
           IF W-TIPO = "C"
              MOVE TBC-NOME (IND) TO TBQ-NOME (IND)
           ELSE
              MOVE TBF-NOME (IND) TO TBQ-NOME (IND).
           MOVE ZEROS TO TBQ-ANTVELHO (IND) TBQ-ANTNOVO (IND)
                         TBQ-DEPVELHO (IND) TBQ-DEPNOVO (IND)
           ADD 1 TO IND
           IF IND NOT > 11
              GO TO R1-NOMES-LOOP.
           IF W-TIPO = "C"
              MOVE "CLIENTE" TO W-DTIPO
              MOVE 9 TO W-QTDETAPAS
           ELSE
              MOVE "FORNECEDOR" TO W-DTIPO
              MOVE 11 TO W-QTDETAPAS.
       R1-NOMES-FIM.
                EXIT.

      * QUANTIDADES NA TELA *
       MOSTRA-QTD.
           DISPLAY (10, 10) "Arquivo      Doc.antigo   Doc.novo".
           MOVE 11 TO W-LIN
           MOVE 1 TO IND.
       MOSTRA-QTD-LOOP.
           IF TBQ-NOME (IND) = SPACES
              GO TO MOSTRA-QTD-FIM.
           MOVE TBQ-NOME (IND) TO LQ-NOME
           IF W-COLUNA = "A"
              MOVE TBQ-ANTVELHO (IND) TO LQ-VELHO
              MOVE TBQ-ANTNOVO (IND) TO LQ-NOVO
           ELSE
              MOVE TBQ-DEPVELHO (IND) TO LQ-VELHO
              MOVE TBQ-DEPNOVO (IND) TO LQ-NOVO.
           DISPLAY (W-LIN, 10) LINHA-QTD.
           ADD 1 TO W-LIN IND
           IF IND NOT > 11
              GO TO MOSTRA-QTD-LOOP.
       MOSTRA-QTD-FIM.
                EXIT.

      * LE O CADASTRO (CLIENTE OU FORNECEDOR) DO DOCUMENTO W-DOC *
       LE-CADASTRO.
           MOVE ZEROS TO W-TENTLOCK.
       LE-CADASTRO-LER.
           MOVE SPACES TO W-NOMENOVO
           IF W-TIPO = "C"
              MOVE W-DOC TO CLI-CPFCNPJ
              READ ARQCLI
           ELSE
              MOVE W-DOC TO FOR-CPFCNPJ
              READ ARQFOR.
           IF ST-ERRO = "51"
              PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
              IF W-TENTLOCK < PAR-TENTLOCK
                 GO TO LE-CADASTRO-LER.
           IF ST-ERRO NOT = "00"
              GO TO LE-CADASTRO-FIM.
           IF W-TIPO = "C"
              MOVE CLI-NOME TO W-NOMENOVO
           ELSE
              MOVE FOR-NOME TO W-NOMENOVO.
       LE-CADASTRO-FIM.
                EXIT.

      *-----------------------------------------------------------*
      * CONTAGEM: PARA CADA ARQUIVO, REGISTROS NO DOCUMENTO       *
      * ANTIGO E NO NOVO (COLUNA A = ANTES, D = DEPOIS)           *
      *-----------------------------------------------------------*
       CONTA-TODOS.
           MOVE 1 TO IND.
       CONTA-TODOS-LOOP.
           IF TBQ-NOME (IND) = SPACES
              GO TO CONTA-TODOS-FIM.
           MOVE W-VELHO TO W-DOC
           PERFORM CONTA-ARQ THRU CONTA-ARQ-FIM
           IF W-COLUNA = "A"
              MOVE W-QTD TO TBQ-ANTVELHO (IND)
           ELSE
              MOVE W-QTD TO TBQ-DEPVELHO (IND).
           MOVE W-NOVO TO W-DOC
           PERFORM CONTA-ARQ THRU CONTA-ARQ-FIM
           IF W-COLUNA = "A"
              MOVE W-QTD TO TBQ-ANTNOVO (IND)
           ELSE
              MOVE W-QTD TO TBQ-DEPNOVO (IND).
           ADD 1 TO IND
           IF IND NOT > 11
              GO TO CONTA-TODOS-LOOP.
       CONTA-TODOS-FIM.
                EXIT.

       CONTA-ARQ.
           MOVE ZEROS TO W-QTD
           IF IND = 1
              PERFORM LE-CADASTRO THRU LE-CADASTRO-FIM
              IF ST-ERRO = "00"
                 MOVE 1 TO W-QTD.
           IF IND = 2
              PERFORM C-PED THRU C-PED-FIM.
           IF IND = 3
              PERFORM C-PEDH THRU C-PEDH-FIM.
           IF IND = 4
              PERFORM C-TIT THRU C-TIT-FIM.
           IF W-TIPO = "F"
              GO TO CONTA-ARQ-FOR.
           IF IND = 5
              PERFORM C-FIS THRU C-FIS-FIM.
           IF IND = 6
              PERFORM C-FID THRU C-FID-FIM.
           IF IND = 7
              PERFORM C-FIM THRU C-FIM-FIM.
           IF IND = 8
              PERFORM C-ACO THRU C-ACO-FIM.
           IF IND = 9
              PERFORM C-SER THRU C-SER-FIM.
           GO TO CONTA-ARQ-FIM.
       CONTA-ARQ-FOR.
           IF IND = 5
              PERFORM C-PRO THRU C-PRO-FIM.
           IF IND = 6
              PERFORM C-PFO THRU C-PFO-FIM.
           IF IND = 7
              PERFORM C-SER THRU C-SER-FIM.
           IF IND = 8
              PERFORM C-DSP THRU C-DSP-FIM.
           IF IND = 9
              PERFORM C-REC THRU C-REC-FIM.
           IF IND = 10
              PERFORM C-NFC THRU C-NFC-FIM.
           IF IND = 11
              PERFORM C-APR THRU C-APR-FIM.
       CONTA-ARQ-FIM.
                EXIT.

       C-PED.
           IF W-TIPO = "C"
              MOVE W-DOC TO PED-CLI-CPFCNPJ
              START ARQPED KEY IS NOT LESS THAN PED-CLI-CPFCNPJ
           ELSE
              MOVE W-DOC TO PED-FOR-CPFCNPJ
              START ARQPED KEY IS NOT LESS THAN PED-FOR-CPFCNPJ.
           IF ST-ERRO NOT = "00"
              GO TO C-PED-FIM.
       C-PED-LOOP.
           READ ARQPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C-PED-FIM.
           MOVE PED-FOR-CPFCNPJ TO W-DOCLIDO
           IF W-TIPO = "C"
              MOVE PED-CLI-CPFCNPJ TO W-DOCLIDO.
           IF W-DOCLIDO NOT = W-DOC
              GO TO C-PED-FIM.
           ADD 1 TO W-QTD
           GO TO C-PED-LOOP.
       C-PED-FIM.
                EXIT.

       C-PEDH.
           IF W-TEMPEDH NOT = "S"
              GO TO C-PEDH-FIM.
           IF W-TIPO = "C"
              MOVE W-DOC TO HPED-CLI-CPFCNPJ
              START ARQPEDH KEY IS NOT LESS THAN HPED-CLI-CPFCNPJ
           ELSE
              MOVE W-DOC TO HPED-FOR-CPFCNPJ
              START ARQPEDH KEY IS NOT LESS THAN HPED-FOR-CPFCNPJ.
           IF ST-ERRO NOT = "00"
              GO TO C-PEDH-FIM.
       C-PEDH-LOOP.
           READ ARQPEDH NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C-PEDH-FIM.
           MOVE HPED-FOR-CPFCNPJ TO W-DOCLIDO
           IF W-TIPO = "C"
              MOVE HPED-CLI-CPFCNPJ TO W-DOCLIDO.
           IF W-DOCLIDO NOT = W-DOC
              GO TO C-PEDH-FIM.
           ADD 1 TO W-QTD
           GO TO C-PEDH-LOOP.
       C-PEDH-FIM.
                EXIT.

      * TITULOS: A RECEBER DO CLIENTE OU A PAGAR AO FORNECEDOR *
       C-TIT.
           MOVE W-DOC TO TIT-CPFCNPJ
           START ARQTIT KEY IS NOT LESS THAN TIT-CPFCNPJ
           IF ST-ERRO NOT = "00"
              GO TO C-TIT-FIM.
       C-TIT-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C-TIT-FIM.
           IF TIT-CPFCNPJ NOT = W-DOC
              GO TO C-TIT-FIM.
           IF (W-TIPO = "C" AND TIT-TIPO = "R")
              OR (W-TIPO = "F" AND TIT-TIPO = "P")
              ADD 1 TO W-QTD.
           GO TO C-TIT-LOOP.
       C-TIT-FIM.
                EXIT.

       C-FIS.
           IF W-TEMFIS NOT = "S"
              GO TO C-FIS-FIM.
           MOVE ZEROS TO FIS-NUMERO
           START ARQFIS KEY IS NOT LESS THAN FIS-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO C-FIS-FIM.
       C-FIS-LOOP.
           READ ARQFIS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C-FIS-FIM.
           IF FIS-CLI-CPFCNPJ = W-DOC
              ADD 1 TO W-QTD.
           GO TO C-FIS-LOOP.
       C-FIS-FIM.
                EXIT.

       C-FID.
           IF W-TEMFID NOT = "S"
              GO TO C-FID-FIM.
           MOVE W-DOC TO FID-CPFCNPJ
           READ ARQFID
           IF ST-ERRO = "00"
              MOVE 1 TO W-QTD.
       C-FID-FIM.
                EXIT.

       C-FIM.
           IF W-TEMFID NOT = "S"
              GO TO C-FIM-FIM.
           MOVE W-DOC TO FIM-CPFCNPJ
           MOVE ZEROS TO FIM-DATA FIM-HORA FIM-SEQ
           START ARQFIM KEY IS NOT LESS THAN FIM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO C-FIM-FIM.
       C-FIM-LOOP.
           READ ARQFIM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C-FIM-FIM.
           IF FIM-CPFCNPJ NOT = W-DOC
              GO TO C-FIM-FIM.
           ADD 1 TO W-QTD
           GO TO C-FIM-LOOP.
       C-FIM-FIM.
                EXIT.

       C-ACO.
           IF W-TEMACO NOT = "S"
              GO TO C-ACO-FIM.
           MOVE W-DOC TO ACO-CPFCNPJ
           START ARQACO KEY IS NOT LESS THAN ACO-CPFCNPJ
           IF ST-ERRO NOT = "00"
              GO TO C-ACO-FIM.
       C-ACO-LOOP.
           READ ARQACO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C-ACO-FIM.
           IF ACO-CPFCNPJ NOT = W-DOC
              GO TO C-ACO-FIM.
           ADD 1 TO W-QTD
           GO TO C-ACO-LOOP.
       C-ACO-FIM.
                EXIT.

      * NUMEROS DE SERIE: VENDIDOS AO CLIENTE OU COMPRADOS DO    *
      * FORNECEDOR                                                *
       C-SER.
           IF W-TEMSER NOT = "S"
              GO TO C-SER-FIM.
           MOVE ZEROS TO SER-COD-PRO
           MOVE SPACES TO SER-NUMERO
           START ARQSER KEY IS NOT LESS THAN SER-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO C-SER-FIM.
       C-SER-LOOP.
           READ ARQSER NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C-SER-FIM.
           MOVE SER-FOR-CPFCNPJ TO W-DOCLIDO
           IF W-TIPO = "C"
              MOVE SER-CLI-CPFCNPJ TO W-DOCLIDO.
           IF W-DOCLIDO = W-DOC
              ADD 1 TO W-QTD.
           GO TO C-SER-LOOP.
       C-SER-FIM.
                EXIT.

       C-PRO.
           MOVE ZEROS TO PRO-CODIGO
           START ARQPRO KEY IS NOT LESS THAN PRO-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO C-PRO-FIM.
       C-PRO-LOOP.
           READ ARQPRO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C-PRO-FIM.
           IF PRO-CPFCNPJ = W-DOC
              ADD 1 TO W-QTD.
           GO TO C-PRO-LOOP.
       C-PRO-FIM.
                EXIT.

       C-PFO.
           IF W-TEMPFO NOT = "S"
              GO TO C-PFO-FIM.
           MOVE ZEROS TO PFO-COD-PRO PFO-CPFCNPJ
           START ARQPFO KEY IS NOT LESS THAN PFO-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO C-PFO-FIM.
       C-PFO-LOOP.
           READ ARQPFO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C-PFO-FIM.
           IF PFO-CPFCNPJ = W-DOC
              ADD 1 TO W-QTD.
           GO TO C-PFO-LOOP.
       C-PFO-FIM.
                EXIT.

       C-DSP.
           IF W-TEMDSP NOT = "S"
              GO TO C-DSP-FIM.
           MOVE ZEROS TO DSP-CODIGO
           START ARQDSP KEY IS NOT LESS THAN DSP-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO C-DSP-FIM.
       C-DSP-LOOP.
           READ ARQDSP NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C-DSP-FIM.
           IF DSP-FOR-CPFCNPJ = W-DOC
              ADD 1 TO W-QTD.
           GO TO C-DSP-LOOP.
       C-DSP-FIM.
                EXIT.

       C-REC.
           IF W-TEMREC NOT = "S"
              GO TO C-REC-FIM.
           MOVE ZEROS TO REC-CODIGO
           START ARQREC KEY IS NOT LESS THAN REC-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO C-REC-FIM.
       C-REC-LOOP.
           READ ARQREC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C-REC-FIM.
           IF REC-FOR-CPFCNPJ = W-DOC
              ADD 1 TO W-QTD.
           GO TO C-REC-LOOP.
       C-REC-FIM.
                EXIT.

       C-NFC.
           IF W-TEMNFC NOT = "S"
              GO TO C-NFC-FIM.
           MOVE ZEROS TO NFC-PED-COD
           START ARQNFC KEY IS NOT LESS THAN NFC-PED-COD
           IF ST-ERRO NOT = "00"
              GO TO C-NFC-FIM.
       C-NFC-LOOP.
           READ ARQNFC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C-NFC-FIM.
           IF NFC-FOR-CPFCNPJ = W-DOC
              ADD 1 TO W-QTD.
           GO TO C-NFC-LOOP.
       C-NFC-FIM.
                EXIT.

      * FILA DE APROVACAO DE COMPRAS (SCE005/SCE069) *
       C-APR.
           IF W-TEMAPR NOT = "S"
              GO TO C-APR-FIM.
           MOVE ZEROS TO APR-PED-COD
           START ARQAPR KEY IS NOT LESS THAN APR-PED-COD
           IF ST-ERRO NOT = "00"
              GO TO C-APR-FIM.
       C-APR-LOOP.
           READ ARQAPR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C-APR-FIM.
           IF APR-FOR-CPFCNPJ = W-DOC
              ADD 1 TO W-QTD.
           GO TO C-APR-LOOP.
       C-APR-FIM.
                EXIT.

      *-----------------------------------------------------------*
      * TROCA DE UM ARQUIVO (ETAPA W-ETAPA). CADA ETAPA SO MEXE NO *
      * QUE AINDA ESTA NO DOCUMENTO ANTIGO, POR ISSO PODE SER     *
      * REPETIDA. QUANDO O DOCUMENTO E A CHAVE DA LEITURA, ELA    *
      * RECOMECA A CADA REGISTRO TROCADO                          *
      *-----------------------------------------------------------*
       TROCA-ARQ.
           IF W-ETAPA = 2
              PERFORM TR-PED THRU TR-PED-FIM.
           IF W-ETAPA = 3
              PERFORM TR-PEDH THRU TR-PEDH-FIM.
           IF W-ETAPA = 4
              PERFORM TR-TIT THRU TR-TIT-FIM.
           IF W-TIPO = "F"
              GO TO TROCA-ARQ-FOR.
           IF W-ETAPA = 5
              PERFORM TR-FIS THRU TR-FIS-FIM.
           IF W-ETAPA = 6
              PERFORM TR-FID THRU TR-FID-FIM.
           IF W-ETAPA = 7
              PERFORM TR-FIM THRU TR-FIM-FIM.
           IF W-ETAPA = 8
              PERFORM TR-ACO THRU TR-ACO-FIM.
           IF W-ETAPA = 9
              PERFORM TR-SER THRU TR-SER-FIM.
           GO TO TROCA-ARQ-FIM.
       TROCA-ARQ-FOR.
           IF W-ETAPA = 5
              PERFORM TR-PRO THRU TR-PRO-FIM.
           IF W-ETAPA = 6
              PERFORM TR-PFO THRU TR-PFO-FIM.
           IF W-ETAPA = 7
              PERFORM TR-SER THRU TR-SER-FIM.
           IF W-ETAPA = 8
              PERFORM TR-DSP THRU TR-DSP-FIM.
           IF W-ETAPA = 9
              PERFORM TR-REC THRU TR-REC-FIM.
           IF W-ETAPA = 10
              PERFORM TR-NFC THRU TR-NFC-FIM.
           IF W-ETAPA = 11
              PERFORM TR-APR THRU TR-APR-FIM.
       TROCA-ARQ-FIM.
                EXIT.

       TR-PED.
           IF W-TIPO = "C"
              MOVE W-VELHO TO PED-CLI-CPFCNPJ
              START ARQPED KEY IS NOT LESS THAN PED-CLI-CPFCNPJ
           ELSE
              MOVE W-VELHO TO PED-FOR-CPFCNPJ
              START ARQPED KEY IS NOT LESS THAN PED-FOR-CPFCNPJ.
           IF ST-ERRO NOT = "00"
              GO TO TR-PED-FIM.
       TR-PED-LOOP.
           READ ARQPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TR-PED-FIM.
           MOVE PED-FOR-CPFCNPJ TO W-DOCLIDO
           IF W-TIPO = "C"
              MOVE PED-CLI-CPFCNPJ TO W-DOCLIDO.
           IF W-DOCLIDO NOT = W-VELHO
              GO TO TR-PED-FIM.
           IF W-TIPO = "C"
              MOVE W-NOVO TO PED-CLI-CPFCNPJ
           ELSE
              MOVE W-NOVO TO PED-FOR-CPFCNPJ.
           REWRITE REGPED
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO
              GO TO TR-PED-LOOP.
           GO TO TR-PED.
       TR-PED-FIM.
                EXIT.

       TR-PEDH.
           IF W-TEMPEDH NOT = "S"
              GO TO TR-PEDH-FIM.
           IF W-TIPO = "C"
              MOVE W-VELHO TO HPED-CLI-CPFCNPJ
              START ARQPEDH KEY IS NOT LESS THAN HPED-CLI-CPFCNPJ
           ELSE
              MOVE W-VELHO TO HPED-FOR-CPFCNPJ
              START ARQPEDH KEY IS NOT LESS THAN HPED-FOR-CPFCNPJ.
           IF ST-ERRO NOT = "00"
              GO TO TR-PEDH-FIM.
       TR-PEDH-LOOP.
           READ ARQPEDH NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TR-PEDH-FIM.
           MOVE HPED-FOR-CPFCNPJ TO W-DOCLIDO
           IF W-TIPO = "C"
              MOVE HPED-CLI-CPFCNPJ TO W-DOCLIDO.
           IF W-DOCLIDO NOT = W-VELHO
              GO TO TR-PEDH-FIM.
           IF W-TIPO = "C"
              MOVE W-NOVO TO HPED-CLI-CPFCNPJ
           ELSE
              MOVE W-NOVO TO HPED-FOR-CPFCNPJ.
           REWRITE REGPEDH
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO
              GO TO TR-PEDH-LOOP.
           GO TO TR-PEDH.
       TR-PEDH-FIM.
                EXIT.

       TR-TIT.
           MOVE W-VELHO TO TIT-CPFCNPJ
           START ARQTIT KEY IS NOT LESS THAN TIT-CPFCNPJ
           IF ST-ERRO NOT = "00"
              GO TO TR-TIT-FIM.
       TR-TIT-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TR-TIT-FIM.
           IF TIT-CPFCNPJ NOT = W-VELHO
              GO TO TR-TIT-FIM.
           IF W-TIPO = "C" AND TIT-TIPO NOT = "R"
              GO TO TR-TIT-LOOP.
           IF W-TIPO = "F" AND TIT-TIPO NOT = "P"
              GO TO TR-TIT-LOOP.
           MOVE W-NOVO TO TIT-CPFCNPJ
           REWRITE REGTIT
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO
              GO TO TR-TIT-LOOP.
           GO TO TR-TIT.
       TR-TIT-FIM.
                EXIT.

       TR-FIS.
           IF W-TEMFIS NOT = "S"
              GO TO TR-FIS-FIM.
           MOVE ZEROS TO FIS-NUMERO
           START ARQFIS KEY IS NOT LESS THAN FIS-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO TR-FIS-FIM.
       TR-FIS-LOOP.
           READ ARQFIS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TR-FIS-FIM.
           IF FIS-CLI-CPFCNPJ NOT = W-VELHO
              GO TO TR-FIS-LOOP.
           MOVE W-NOVO TO FIS-CLI-CPFCNPJ
           REWRITE REGFIS
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO.
           GO TO TR-FIS-LOOP.
       TR-FIS-FIM.
                EXIT.

      * SALDO DE PONTOS: SE O NOVO DOCUMENTO JA TEM SALDO, OS DOIS *
      * SAO SOMADOS NELE                                           *
       TR-FID.
           IF W-TEMFID NOT = "S"
              GO TO TR-FID-FIM.
           MOVE W-VELHO TO FID-CPFCNPJ
           READ ARQFID
           IF ST-ERRO NOT = "00"
              GO TO TR-FID-FIM.
           MOVE REGFID TO W-SAVE-FID
           MOVE W-NOVO TO FID-CPFCNPJ
           READ ARQFID
           IF ST-ERRO = "00"
              GO TO TR-FID-SOMA.
           MOVE W-SAVE-FID TO REGFID
           MOVE W-NOVO TO FID-CPFCNPJ
           WRITE REGFID
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO
              GO TO TR-FID-FIM.
           GO TO TR-FID-EXCLUI.
       TR-FID-SOMA.
           ADD W-SVSALDO TO FID-SALDO
           ADD W-SVACUMULADO TO FID-ACUMULADO
           ADD W-SVRESGATADO TO FID-RESGATADO
           IF W-SVDATAULT > FID-DATAULT
              MOVE W-SVDATAULT TO FID-DATAULT.
           REWRITE REGFID
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO
              GO TO TR-FID-FIM.
       TR-FID-EXCLUI.
           MOVE W-VELHO TO FID-CPFCNPJ
           DELETE ARQFID RECORD
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO.
       TR-FID-FIM.
                EXIT.

      * MOVIMENTOS DE PONTOS: A CHAVE COMECA PELO DOCUMENTO; SE A *
      * CHAVE NOVA JA EXISTE (MESMO MOMENTO) A SEQUENCIA AVANCA    *
       TR-FIM.
           IF W-TEMFID NOT = "S"
              GO TO TR-FIM-FIM.
           MOVE W-VELHO TO FIM-CPFCNPJ
           MOVE ZEROS TO FIM-DATA FIM-HORA FIM-SEQ
           START ARQFIM KEY IS NOT LESS THAN FIM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO TR-FIM-FIM.
           READ ARQFIM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TR-FIM-FIM.
           IF FIM-CPFCNPJ NOT = W-VELHO
              GO TO TR-FIM-FIM.
           MOVE REGFIM TO W-SAVE-FIM
           MOVE W-NOVO TO FIM-CPFCNPJ.
       TR-FIM-GRAVA.
           WRITE REGFIM
           IF ST-ERRO = "22" AND FIM-SEQ < 999
              ADD 1 TO FIM-SEQ
              GO TO TR-FIM-GRAVA.
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO
              GO TO TR-FIM-FIM.
           MOVE W-SAVE-FIM TO REGFIM
           DELETE ARQFIM RECORD
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO
              GO TO TR-FIM-FIM.
           GO TO TR-FIM.
       TR-FIM-FIM.
                EXIT.

       TR-ACO.
           IF W-TEMACO NOT = "S"
              GO TO TR-ACO-FIM.
           MOVE W-VELHO TO ACO-CPFCNPJ
           START ARQACO KEY IS NOT LESS THAN ACO-CPFCNPJ
           IF ST-ERRO NOT = "00"
              GO TO TR-ACO-FIM.
       TR-ACO-LOOP.
           READ ARQACO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TR-ACO-FIM.
           IF ACO-CPFCNPJ NOT = W-VELHO
              GO TO TR-ACO-FIM.
           MOVE W-NOVO TO ACO-CPFCNPJ
           REWRITE REGACO
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO
              GO TO TR-ACO-LOOP.
           GO TO TR-ACO.
       TR-ACO-FIM.
                EXIT.

       TR-SER.
           IF W-TEMSER NOT = "S"
              GO TO TR-SER-FIM.
           MOVE ZEROS TO SER-COD-PRO
           MOVE SPACES TO SER-NUMERO
           START ARQSER KEY IS NOT LESS THAN SER-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO TR-SER-FIM.
       TR-SER-LOOP.
           READ ARQSER NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TR-SER-FIM.
           MOVE SER-FOR-CPFCNPJ TO W-DOCLIDO
           IF W-TIPO = "C"
              MOVE SER-CLI-CPFCNPJ TO W-DOCLIDO.
           IF W-DOCLIDO NOT = W-VELHO
              GO TO TR-SER-LOOP.
           IF W-TIPO = "C"
              MOVE W-NOVO TO SER-CLI-CPFCNPJ
           ELSE
              MOVE W-NOVO TO SER-FOR-CPFCNPJ.
           REWRITE REGSER
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO.
           GO TO TR-SER-LOOP.
       TR-SER-FIM.
                EXIT.

       TR-PRO.
           MOVE ZEROS TO PRO-CODIGO
           START ARQPRO KEY IS NOT LESS THAN PRO-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO TR-PRO-FIM.
       TR-PRO-LOOP.
           READ ARQPRO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TR-PRO-FIM.
           IF PRO-CPFCNPJ NOT = W-VELHO
              GO TO TR-PRO-LOOP.
           MOVE W-NOVO TO PRO-CPFCNPJ
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO.
           GO TO TR-PRO-LOOP.
       TR-PRO-FIM.
                EXIT.

      * COTACOES: A CHAVE E PRODUTO + DOCUMENTO. SE O NOVO JA TEM  *
      * COTACAO DO PRODUTO, FICA A DE DATA MAIS RECENTE            *
       TR-PFO.
           IF W-TEMPFO NOT = "S"
              GO TO TR-PFO-FIM.
           MOVE ZEROS TO PFO-COD-PRO PFO-CPFCNPJ.
       TR-PFO-POSICIONA.
           START ARQPFO KEY IS NOT LESS THAN PFO-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO TR-PFO-FIM.
       TR-PFO-LOOP.
           READ ARQPFO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TR-PFO-FIM.
           IF PFO-CPFCNPJ NOT = W-VELHO
              GO TO TR-PFO-LOOP.
           MOVE REGPFO TO W-SAVE-PFO
           MOVE PFO-CHAVE TO W-SAVE-CHAVE
           MOVE PFO-DATACOT TO W-DATACOT
           MOVE W-NOVO TO PFO-CPFCNPJ
           READ ARQPFO
           IF ST-ERRO = "00"
              GO TO TR-PFO-UNIFICA.
           MOVE W-SAVE-PFO TO REGPFO
           MOVE W-NOVO TO PFO-CPFCNPJ
           WRITE REGPFO
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO
              GO TO TR-PFO-PROXIMO.
           GO TO TR-PFO-EXCLUI.
       TR-PFO-UNIFICA.
           IF W-DATACOT > PFO-DATACOT
              MOVE W-SAVE-PFO TO REGPFO
              MOVE W-NOVO TO PFO-CPFCNPJ
              REWRITE REGPFO
              IF ST-ERRO NOT = "00" AND "02"
                 ADD 1 TO W-QTDERRO
                 GO TO TR-PFO-PROXIMO.
       TR-PFO-EXCLUI.
           MOVE W-SAVE-CHAVE TO PFO-CHAVE
           DELETE ARQPFO RECORD
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO.
      * A LEITURA CONTINUA DEPOIS DA COTACAO TRATADA *
       TR-PFO-PROXIMO.
           MOVE W-SAVE-CHAVE TO PFO-CHAVE
           START ARQPFO KEY IS GREATER THAN PFO-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO TR-PFO-FIM.
           GO TO TR-PFO-LOOP.
       TR-PFO-FIM.
                EXIT.

       TR-DSP.
           IF W-TEMDSP NOT = "S"
              GO TO TR-DSP-FIM.
           MOVE ZEROS TO DSP-CODIGO
           START ARQDSP KEY IS NOT LESS THAN DSP-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO TR-DSP-FIM.
       TR-DSP-LOOP.
           READ ARQDSP NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TR-DSP-FIM.
           IF DSP-FOR-CPFCNPJ NOT = W-VELHO
              GO TO TR-DSP-LOOP.
           MOVE W-NOVO TO DSP-FOR-CPFCNPJ
           REWRITE REGDSP
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO.
           GO TO TR-DSP-LOOP.
       TR-DSP-FIM.
                EXIT.

       TR-REC.
           IF W-TEMREC NOT = "S"
              GO TO TR-REC-FIM.
           MOVE ZEROS TO REC-CODIGO
           START ARQREC KEY IS NOT LESS THAN REC-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO TR-REC-FIM.
       TR-REC-LOOP.
           READ ARQREC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TR-REC-FIM.
           IF REC-FOR-CPFCNPJ NOT = W-VELHO
              GO TO TR-REC-LOOP.
           MOVE W-NOVO TO REC-FOR-CPFCNPJ
           REWRITE REGREC
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO.
           GO TO TR-REC-LOOP.
       TR-REC-FIM.
                EXIT.

       TR-NFC.
           IF W-TEMNFC NOT = "S"
              GO TO TR-NFC-FIM.
           MOVE ZEROS TO NFC-PED-COD
           START ARQNFC KEY IS NOT LESS THAN NFC-PED-COD
           IF ST-ERRO NOT = "00"
              GO TO TR-NFC-FIM.
       TR-NFC-LOOP.
           READ ARQNFC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TR-NFC-FIM.
           IF NFC-FOR-CPFCNPJ NOT = W-VELHO
              GO TO TR-NFC-LOOP.
           MOVE W-NOVO TO NFC-FOR-CPFCNPJ
           REWRITE REGNFC
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO.
           GO TO TR-NFC-LOOP.
       TR-NFC-FIM.
                EXIT.

       TR-APR.
           IF W-TEMAPR NOT = "S"
              GO TO TR-APR-FIM.
           MOVE ZEROS TO APR-PED-COD
           START ARQAPR KEY IS NOT LESS THAN APR-PED-COD
           IF ST-ERRO NOT = "00"
              GO TO TR-APR-FIM.
       TR-APR-LOOP.
           READ ARQAPR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TR-APR-FIM.
           IF APR-FOR-CPFCNPJ NOT = W-VELHO
              GO TO TR-APR-LOOP.
           MOVE W-NOVO TO APR-FOR-CPFCNPJ
           REWRITE REGAPR
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO.
           GO TO TR-APR-LOOP.
       TR-APR-FIM.
                EXIT.

      * CADASTRO DO CLIENTE: SEM UNIFICACAO, O REGISTRO E GRAVADO  *
      * NO NOVO DOCUMENTO (COM O TIPO DE PESSOA DELE); O ANTIGO SAI *
       TR-CLI.
           MOVE W-VELHO TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
              GO TO TR-CLI-FIM.
           MOVE W-NOVO TO CLI-CPFCNPJ
           MOVE W-PESSOA TO CLI-TIPOCLIENTE
           IF W-UNIFICA NOT = "S"
              WRITE REGCLI
              IF ST-ERRO NOT = "00"
                 ADD 1 TO W-QTDERRO
                 GO TO TR-CLI-FIM.
           MOVE W-VELHO TO CLI-CPFCNPJ
           DELETE ARQCLI RECORD
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO.
       TR-CLI-FIM.
                EXIT.

       TR-FOR.
           MOVE W-VELHO TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              GO TO TR-FOR-FIM.
           MOVE W-NOVO TO FOR-CPFCNPJ
           MOVE W-PESSOA TO FOR-TIPOFORNECEDOR
           IF W-UNIFICA NOT = "S"
              WRITE REGFOR
              IF ST-ERRO NOT = "00"
                 ADD 1 TO W-QTDERRO
                 GO TO TR-FOR-FIM.
           MOVE W-VELHO TO FOR-CPFCNPJ
           DELETE ARQFOR RECORD
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO.
       TR-FOR-FIM.
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
           MOVE "SCE061" TO AUD-PROGRAMA.
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

      * SO SUPERVISOR ATIVO E NAO BLOQUEADO ENTRA, COMO NA        *
      * MANUTENCAO DE USUARIOS (SCE022)                           *
       VALIDA-SUPERV.
           MOVE ZEROS TO W-TENTLOGIN.

       VALIDA-SUPERV-1.
           DISPLAY (01, 01) "Supervisor (matricula) : ".
           ACCEPT (01, 27) W-USUARIO.
           DISPLAY (02, 01) "Senha                  : ".
           ACCEPT (02, 27) W-SENHA.
           MOVE W-USUARIO TO USU-CODIGO
           READ ARQUSU
           IF ST-ERRO = "00"
              IF USU-SENHA = W-SENHA AND USU-ATIVO = "S"
                 AND USU-BLOQUEADO NOT = "S"
                 AND USU-PERFIL = "S"
                 DISPLAY (02, 01) "                            "
                 GO TO VALIDA-SUPERV-FIM.
           ADD 1 TO W-TENTLOGIN
           MOVE "*** SUPERVISOR OU SENHA INVALIDOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-TENTLOGIN < PAR-TENTLOGIN
              GO TO VALIDA-SUPERV-1.
           MOVE "*** ACESSO NEGADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       VALIDA-SUPERV-FIM.
                EXIT.

       ROT-FIM.
           CLOSE ARQCLI ARQFOR ARQPED ARQTIT ARQPRO ARQUSU ARQCKP.
           IF W-TEMPEDH = "S"
              CLOSE ARQPEDH.
           IF W-TEMPFO = "S"
              CLOSE ARQPFO.
           IF W-TEMFIS = "S"
              CLOSE ARQFIS.
           IF W-TEMFID = "S"
              CLOSE ARQFID ARQFIM.
           IF W-TEMACO = "S"
              CLOSE ARQACO.
           IF W-TEMSER = "S"
              CLOSE ARQSER.
           IF W-TEMDSP = "S"
              CLOSE ARQDSP.
           IF W-TEMREC = "S"
              CLOSE ARQREC.
           IF W-TEMNFC = "S"
              CLOSE ARQNFC.
           IF W-TEMAPR = "S"
              CLOSE ARQAPR.
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
