                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQNFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFC-PED-COD
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQNFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFI-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCTB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTB-EVENTO
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

           SELECT ARQACO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-CODIGO
                 ALTERNATE RECORD KEY IS ACO-CPFCNPJ WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACI-TITULO
                 ALTERNATE RECORD KEY IS ACI-ACO-COD WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCDS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CDS-CODIGO
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

           SELECT ARQCCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CCR-CHAVE
                 ALTERNATE RECORD KEY IS CCR-CXA-CHAVE WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-CHAVE
                 ALTERNATE RECORD KEY IS SER-NUMERO WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCKP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CKP-PROGRAMA
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQLJV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LJV-NUMERO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFRT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRT-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQSNP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SNP-CHAVE
                    ALTERNATE RECORD KEY IS SNP-CHAVEPRO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQDSF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSF-CPFCNPJ
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-NUMERO
                    ALTERNATE RECORD KEY IS PER-DATA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRM-NUMERO
                    ALTERNATE RECORD KEY IS PRM-ALVO WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPVD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PVD-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APR-PED-COD
                    ALTERNATE RECORD KEY IS APR-OPERADOR
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQBKP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
          03 PRO-CLASSEABC           PIC X(01).
          03 PRO-PERECIVEL           PIC X(01).
          03 PRO-CODBARRA            PIC 9(13).
          03 PRO-SERIAL              PIC X(01).
          03 PRO-GARANTIA            PIC 9(03).
          03 PRO-PESO                PIC 9(03)V999.

       FD ARQPED
               LABEL RECORD IS STANDARD
          03 PEI-STATUS              PIC X(01).
          03 PEI-QTDRECEBIDA         PIC 9(06).
          03 PEI-DESCONTO            PIC 9(02)V99.
          03 PEI-FATOR               PIC 9(04).

       FD ARQPRC
               LABEL RECORD IS STANDARD
          03 ENT-STATUS              PIC X(01).
          03 ENT-DATAENTREGA         PIC 9(08).
          03 ENT-RECEBEDOR           PIC X(30).
          03 ENT-ZONA                PIC 9(02).
          03 ENT-FRETE               PIC 9(07)V99.

       FD ARQDEV
               LABEL RECORD IS STANDARD
          03 HPEI-STATUS             PIC X(01).
          03 HPEI-QTDRECEBIDA        PIC 9(06).
          03 HPEI-DESCONTO           PIC 9(02)V99.
          03 HPEI-FATOR              PIC 9(04).

       FD ARQCXA
               LABEL RECORD IS STANDARD
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

       FD ARQFIS
               LABEL RECORD IS STANDARD
          03 PFO-PRECO               PIC 9(06)V99.
          03 PFO-DATACOT             PIC 9(08).
          03 PFO-PRAZODIAS           PIC 9(03).
          03 PFO-UNIDCOMPRA          PIC X(02).
          03 PFO-FATOR               PIC 9(04).

       FD ARQLOT
               LABEL RECORD IS STANDARD
             05 LOT-NUMERO           PIC X(10).
          03 LOT-QTDSALDO            PIC 9(06).

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

       FD ARQNFI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFI.DAT".

       01 REGNFI.
          03 NFI-CHAVE.
             05 NFI-PED-COD          PIC 9(06).
             05 NFI-ITEM             PIC 9(02).
          03 NFI-COD-PRO             PIC 9(06).
          03 NFI-QTDFATURADA         PIC 9(06).
          03 NFI-PRECOUNITARIO       PIC 9(06)V99.
          03 NFI-QTDRECEBIDA         PIC 9(06).
          03 NFI-PRECOPEDIDO         PIC 9(06)V99.
          03 NFI-SITUACAO            PIC X(01).

       FD ARQCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTB.DAT".

       01 REGCTB.
          03 CTB-EVENTO              PIC X(03).
          03 CTB-CONTADEB            PIC X(12).
          03 CTB-CONTACRED           PIC X(12).
          03 CTB-DATAALT             PIC 9(08).
          03 CTB-USUARIO             PIC X(12).

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

       FD ARQFID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFID.DAT".

       01 REGFID.
          03 FID-CPFCNPJ             PIC 9(14).
          03 FID-SALDO               PIC 9(09).
          03 FID-ACUMULADO           PIC 9(09).
          03 FID-RESGATADO           PIC 9(09).
          03 FID-DATAULT             PIC 9(08).

      * MOVIMENTO DE PONTOS: G=GANHO NA VENDA, R=RESGATE NO BALCAO, *
      * V=VOLTA DE RESGATE, D=ESTORNO (DEVOLUCAO/CANCELAMENTO) E    *
      * X=EXPIRACAO. OS CREDITOS (G/V) GUARDAM A VALIDADE E O QUE   *
      * AINDA NAO FOI USADO; OS DEBITOS CONSOMEM OS MAIS ANTIGOS    *

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

       FD ARQACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQACI.DAT".

       01 REGACI.
          03 ACI-TITULO.
             05 ACI-PED-COD          PIC 9(06).
             05 ACI-PARCELA          PIC 9(02).
          03 ACI-ACO-COD             PIC 9(06).
          03 ACI-DATAVENC            PIC 9(08).
          03 ACI-SALDO               PIC 9(09)V99.
          03 ACI-MULTA               PIC 9(07)V99.
          03 ACI-JUROS               PIC 9(07)V99.

       FD ARQCDS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCDS.DAT".
       01 REGCDS.
                03 CDS-CODIGO             PIC 9(02).
                03 CDS-DESCRICAO          PIC X(30).

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

       FD ARQCCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCCR.DAT".

       01 REGCCR.
          03 CCR-CHAVE.
             05 CCR-NSU              PIC X(12).
             05 CCR-PARCELA          PIC 9(02).
          03 CCR-QTDPARC             PIC 9(02).
          03 CCR-DATAVENDA           PIC 9(08).
          03 CCR-VALORVENDA          PIC 9(09)V99.
          03 CCR-DATACRED            PIC 9(08).
          03 CCR-VALORBRUTO          PIC 9(09)V99.
          03 CCR-TAXA                PIC 9(07)V99.
          03 CCR-VALORLIQ            PIC 9(09)V99.
          03 CCR-CXA-CHAVE.
             05 CCR-CXA-DATA         PIC 9(08).
             05 CCR-CXA-HORA         PIC 9(06).
             05 CCR-CXA-SEQ          PIC 9(03).
          03 CCR-TAXAOK              PIC X(01).
          03 CCR-DATAIMP             PIC 9(08).

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

       FD ARQLJV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLJV.DAT".

       01 REGLJV.
          03 LJV-NUMERO              PIC X(12).
          03 LJV-PED-COD             PIC 9(06).
          03 LJV-DATAIMP             PIC 9(08).
          03 LJV-HORAIMP             PIC 9(08).
          03 LJV-VALORTOTAL          PIC 9(09)V99.

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

       FD ARQSNP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSNP.DAT".

       01 REGSNP.
          03 SNP-CHAVE.
             05 SNP-ANOMES           PIC 9(06).
             05 SNP-TIPOPRODUTO      PIC 9(01).
             05 SNP-CLASSEABC        PIC X(01).
             05 SNP-COD-PRO          PIC 9(06).
             05 SNP-LOCAL            PIC X(01).
          03 SNP-CHAVEPRO.
             05 SNP-ANOMESP          PIC 9(06).
             05 SNP-COD-PROP         PIC 9(06).
          03 SNP-QTDE                PIC 9(06).
          03 SNP-CUSTOMEDIO          PIC 9(06)V99.
          03 SNP-VALOR               PIC 9(09)V99.
          03 SNP-DATAFOTO            PIC 9(08).

       FD ARQDSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDSF.DAT".

       01 REGDSF.
          03 DSF-CPFCNPJ             PIC 9(14).
          03 DSF-DATAINI             PIC 9(08).
          03 DSF-DATAFIM             PIC 9(08).
          03 DSF-QTDPED              PIC 9(04).
          03 DSF-PRAZOREAL           PIC 9(03)V9.
          03 DSF-PRAZOCOT            PIC 9(03)V9.
          03 DSF-ATRASO              PIC 9(03)V9.
          03 DSF-ATENDIMENTO         PIC 9(03)V99.
          03 DSF-QTDDIVERG           PIC 9(04).
          03 DSF-VARPRECO            PIC S9(03)V99.
          03 DSF-NOTA                PIC 9(03).
          03 DSF-POSICAO             PIC 9(03).
          03 DSF-DATACALC            PIC 9(08).

       FD ARQPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPER.DAT".

       01 REGPER.
          03 PER-NUMERO              PIC 9(06).
          03 PER-DATA                PIC 9(08).
          03 PER-COD-PRO             PIC 9(06).
          03 PER-TIPOPRODUTO         PIC 9(01).
          03 PER-LOCAL               PIC X(01).
          03 PER-LOTE                PIC X(10).
          03 PER-VALIDADE            PIC 9(08).
          03 PER-QUANTIDADE          PIC 9(06).
          03 PER-MOTIVO              PIC X(01).
          03 PER-CUSTO               PIC 9(06)V99.
          03 PER-VALOR               PIC 9(09)V99.
          03 PER-USUARIO             PIC X(12).
          03 PER-SUPERVISOR          PIC X(12).

       FD ARQPRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRM.DAT".

       01 REGPRM.
          03 PRM-NUMERO              PIC 9(06).
          03 PRM-ALVO.
             05 PRM-TIPOALVO         PIC X(01).
             05 PRM-CODALVO          PIC 9(06).
          03 PRM-DESCRICAO           PIC X(30).
          03 PRM-DATAINI             PIC 9(08).
          03 PRM-DATAFIM             PIC 9(08).
          03 PRM-PRECO               PIC 9(06)V99.
          03 PRM-PERCENT             PIC 9(02)V99.
          03 PRM-QTDMIN              PIC 9(04).
          03 PRM-LEVA                PIC 9(02).
          03 PRM-PAGA                PIC 9(02).
          03 PRM-SITUACAO            PIC X(01).
          03 PRM-USUARIO             PIC X(12).
          03 PRM-DATACAD             PIC 9(08).

       FD ARQPVD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPVD.DAT".

       01 REGPVD.
          03 PVD-CHAVE.
             05 PVD-PRM-NUMERO       PIC 9(06).
             05 PVD-PED-COD          PIC 9(06).
             05 PVD-ITEM             PIC 9(02).
          03 PVD-COD-PRO             PIC 9(06).
          03 PVD-DATA                PIC 9(08).
          03 PVD-QUANTIDADE          PIC 9(06).
          03 PVD-PRECONORMAL         PIC 9(06)V99.
          03 PVD-PRECOPROMO          PIC 9(06)V99.
          03 PVD-CUSTO               PIC 9(06)V99.

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

       FD ARQBKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEBKP.
      * CONTAGENS DA NOITE ANTERIOR, LIDAS DO MANIFESTO CORRENTE *
       01 W-TEMANT                   PIC X(01) VALUE "N".
       01 TAB-ANT.
           03 TBA-QTD OCCURS 47 TIMES PIC S9(09) COMP.

       01 TAB-NOMES.
             03 FILLER     PIC X(12) VALUE "ARQUSU.DAT".
             03 FILLER     PIC X(12) VALUE "ARQFIS.DAT".
             03 FILLER     PIC X(12) VALUE "ARQPFO.DAT".
             03 FILLER     PIC X(12) VALUE "ARQLOT.DAT".
             03 FILLER     PIC X(12) VALUE "ARQNFC.DAT".
             03 FILLER     PIC X(12) VALUE "ARQNFI.DAT".
             03 FILLER     PIC X(12) VALUE "ARQCTB.DAT".
             03 FILLER     PIC X(12) VALUE "ARQKIT.DAT".
             03 FILLER     PIC X(12) VALUE "ARQFID.DAT".
             03 FILLER     PIC X(12) VALUE "ARQFIM.DAT".
             03 FILLER     PIC X(12) VALUE "ARQACO.DAT".
             03 FILLER     PIC X(12) VALUE "ARQACI.DAT".
             03 FILLER     PIC X(12) VALUE "ARQCDS.DAT".
             03 FILLER     PIC X(12) VALUE "ARQDSP.DAT".
             03 FILLER     PIC X(12) VALUE "ARQREC.DAT".
             03 FILLER     PIC X(12) VALUE "ARQCCR.DAT".
             03 FILLER     PIC X(12) VALUE "ARQSER.DAT".
             03 FILLER     PIC X(12) VALUE "ARQCKP.DAT".
             03 FILLER     PIC X(12) VALUE "ARQLJV.DAT".
             03 FILLER     PIC X(12) VALUE "ARQFRT.DAT".
             03 FILLER     PIC X(12) VALUE "ARQSNP.DAT".
             03 FILLER     PIC X(12) VALUE "ARQDSF.DAT".
             03 FILLER     PIC X(12) VALUE "ARQPER.DAT".
             03 FILLER     PIC X(12) VALUE "ARQPRM.DAT".
             03 FILLER     PIC X(12) VALUE "ARQPVD.DAT".
             03 FILLER     PIC X(12) VALUE "ARQAPR.DAT".
       01 TAB-NOMES-R REDEFINES TAB-NOMES.
           03 TBN-NOME   PIC X(12) OCCURS 47 TIMES.

       01 LINHA-ARQ.
           03 LA-NUMARQ              PIC 9(02).
       R1-ANTERIOR.
           MOVE 1 TO W-NUMARQ.
       R1-ZERA.
           IF W-NUMARQ NOT > 47
              MOVE -1 TO TBA-QTD (W-NUMARQ)
              ADD 1 TO W-NUMARQ
              GO TO R1-ZERA.
           IF ST-ERRO NOT = "00"
              CLOSE ARQMANC
              GO TO R2-CADEIA.
           IF MANC-NUMARQ > 0 AND MANC-NUMARQ NOT > 47
              MOVE MANC-QTDREG TO TBA-QTD (MANC-NUMARQ).
           GO TO R1-LE.


       R3-PROXIMO.
           ADD 1 TO W-NUMARQ
           IF W-NUMARQ > 47
              GO TO R8-MANIFESTO-FIM.

           MOVE ZEROS TO W-QTDREG
              OPEN INPUT ARQPFO.
           IF W-NUMARQ = 25
              OPEN INPUT ARQLOT.
           IF W-NUMARQ = 26
              OPEN INPUT ARQNFC.
           IF W-NUMARQ = 27
              OPEN INPUT ARQNFI.
           IF W-NUMARQ = 28
              OPEN INPUT ARQCTB.
           IF W-NUMARQ = 29
              OPEN INPUT ARQKIT.
           IF W-NUMARQ = 30
              OPEN INPUT ARQFID.
           IF W-NUMARQ = 31
              OPEN INPUT ARQFIM.
           IF W-NUMARQ = 32
              OPEN INPUT ARQACO.
           IF W-NUMARQ = 33
              OPEN INPUT ARQACI.
           IF W-NUMARQ = 34
              OPEN INPUT ARQCDS.
           IF W-NUMARQ = 35
              OPEN INPUT ARQDSP.
           IF W-NUMARQ = 36
              OPEN INPUT ARQREC.
           IF W-NUMARQ = 37
              OPEN INPUT ARQCCR.
           IF W-NUMARQ = 38
              OPEN INPUT ARQSER.
           IF W-NUMARQ = 39
              OPEN INPUT ARQCKP.
           IF W-NUMARQ = 40
              OPEN INPUT ARQLJV.
           IF W-NUMARQ = 41
              OPEN INPUT ARQFRT.
           IF W-NUMARQ = 42
              OPEN INPUT ARQSNP.
           IF W-NUMARQ = 43
              OPEN INPUT ARQDSF.
           IF W-NUMARQ = 44
              OPEN INPUT ARQPER.
           IF W-NUMARQ = 45
              OPEN INPUT ARQPRM.
           IF W-NUMARQ = 46
              OPEN INPUT ARQPVD.
           IF W-NUMARQ = 47
              OPEN INPUT ARQAPR.
       ABRE-ORIGEM-FIM.
                EXIT.

              READ ARQLOT NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGLOT TO W-REGISTRO.
           IF W-NUMARQ = 26
              READ ARQNFC NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGNFC TO W-REGISTRO.
           IF W-NUMARQ = 27
              READ ARQNFI NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGNFI TO W-REGISTRO.
           IF W-NUMARQ = 28
              READ ARQCTB NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGCTB TO W-REGISTRO.
           IF W-NUMARQ = 29
              READ ARQKIT NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGKIT TO W-REGISTRO.
           IF W-NUMARQ = 30
              READ ARQFID NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGFID TO W-REGISTRO.
           IF W-NUMARQ = 31
              READ ARQFIM NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGFIM TO W-REGISTRO.
           IF W-NUMARQ = 32
              READ ARQACO NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGACO TO W-REGISTRO.
           IF W-NUMARQ = 33
              READ ARQACI NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGACI TO W-REGISTRO.
           IF W-NUMARQ = 34
              READ ARQCDS NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGCDS TO W-REGISTRO.
           IF W-NUMARQ = 35
              READ ARQDSP NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGDSP TO W-REGISTRO.
           IF W-NUMARQ = 36
              READ ARQREC NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGREC TO W-REGISTRO.
           IF W-NUMARQ = 37
              READ ARQCCR NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGCCR TO W-REGISTRO.
           IF W-NUMARQ = 38
              READ ARQSER NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGSER TO W-REGISTRO.
           IF W-NUMARQ = 39
              READ ARQCKP NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGCKP TO W-REGISTRO.
           IF W-NUMARQ = 40
              READ ARQLJV NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGLJV TO W-REGISTRO.
           IF W-NUMARQ = 41
              READ ARQFRT NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGFRT TO W-REGISTRO.
           IF W-NUMARQ = 42
              READ ARQSNP NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGSNP TO W-REGISTRO.
           IF W-NUMARQ = 43
              READ ARQDSF NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGDSF TO W-REGISTRO.
           IF W-NUMARQ = 44
              READ ARQPER NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGPER TO W-REGISTRO.
           IF W-NUMARQ = 45
              READ ARQPRM NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGPRM TO W-REGISTRO.
           IF W-NUMARQ = 46
              READ ARQPVD NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGPVD TO W-REGISTRO.
           IF W-NUMARQ = 47
              READ ARQAPR NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGAPR TO W-REGISTRO.
       LE-ORIGEM-FIM.
                EXIT.

              CLOSE ARQPFO.
           IF W-NUMARQ = 25
              CLOSE ARQLOT.
           IF W-NUMARQ = 26
              CLOSE ARQNFC.
           IF W-NUMARQ = 27
              CLOSE ARQNFI.
           IF W-NUMARQ = 28
              CLOSE ARQCTB.
           IF W-NUMARQ = 29
              CLOSE ARQKIT.
           IF W-NUMARQ = 30
              CLOSE ARQFID.
           IF W-NUMARQ = 31
              CLOSE ARQFIM.
           IF W-NUMARQ = 32
              CLOSE ARQACO.
           IF W-NUMARQ = 33
              CLOSE ARQACI.
           IF W-NUMARQ = 34
              CLOSE ARQCDS.
           IF W-NUMARQ = 35
              CLOSE ARQDSP.
           IF W-NUMARQ = 36
              CLOSE ARQREC.
           IF W-NUMARQ = 37
              CLOSE ARQCCR.
           IF W-NUMARQ = 38
              CLOSE ARQSER.
           IF W-NUMARQ = 39
              CLOSE ARQCKP.
           IF W-NUMARQ = 40
              CLOSE ARQLJV.
           IF W-NUMARQ = 41
              CLOSE ARQFRT.
           IF W-NUMARQ = 42
              CLOSE ARQSNP.
           IF W-NUMARQ = 43
              CLOSE ARQDSF.
           IF W-NUMARQ = 44
              CLOSE ARQPER.
           IF W-NUMARQ = 45
              CLOSE ARQPRM.
           IF W-NUMARQ = 46
              CLOSE ARQPVD.
           IF W-NUMARQ = 47
              CLOSE ARQAPR.
       FECHA-ORIGEM-FIM.
                EXIT.

