                      RECORD KEY   IS PRC-CHAVE
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

           SELECT ARQEST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-CHAVE
                 ALTERNATE RECORD KEY IS SER-NUMERO WITH DUPLICATES
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

           SELECT ARQPFO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PFO-CHAVE
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

           SELECT ARQFRT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRT-CODIGO
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
          03 PEI-STATUS              PIC X(01).
          03 PEI-QTDRECEBIDA         PIC 9(06).
          03 PEI-DESCONTO            PIC 9(02)V99.
          03 PEI-FATOR               PIC 9(04).

       FD ARQPRO
               LABEL RECORD IS STANDARD
          03 PRO-CLASSEABC           PIC X(01).
          03 PRO-PERECIVEL           PIC X(01).
          03 PRO-CODBARRA            PIC 9(13).
          03 PRO-SERIAL              PIC X(01).
          03 PRO-GARANTIA            PIC 9(03).
          03 PRO-PESO                PIC 9(03)V999.

       FD ARQCLI
               LABEL RECORD IS STANDARD
             05 PRC-DATAVIG          PIC 9(08).
          03 PRC-PRECO               PIC 9(06)V99.

      * PROMOCOES (SCE068): POR PRODUTO (ALVO "P") OU CATEGORIA    *
      * (ALVO "C"), PRECO OU PERCENTUAL, VIGENCIA E AS REGRAS DE   *
      * QUANTIDADE MINIMA E LEVE N PAGUE M                         *
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

      * ITENS VENDIDOS EM PROMOCAO: PRECO NORMAL, PRECO PROMOCIONAL *
      * E CUSTO DO ITEM, PARA O RELATORIO DE PROMOCOES (SCE068)    *
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

      * FILA DE APROVACAO DE COMPRAS (SCE069): UMA DECISAO POR    *
      * PEDIDO - P=PENDENTE, A=APROVADA, J=REJEITADA              *
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

       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".
          03 ENT-STATUS              PIC X(01).
          03 ENT-DATAENTREGA         PIC 9(08).
          03 ENT-RECEBEDOR           PIC X(30).
          03 ENT-ZONA                PIC 9(02).
          03 ENT-FRETE               PIC 9(07)V99.

       FD ARQDEV
               LABEL RECORD IS STANDARD
             05 LOT-NUMERO           PIC X(10).
          03 LOT-QTDSALDO            PIC 9(06).

      * NUMEROS DE SERIE DOS PRODUTOS SERIALIZADOS: E=EM ESTOQUE, *
      * V=VENDIDO; GUARDA A COMPRA DE ORIGEM E A VENDA DA UNIDADE  *
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

       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
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

      * ZONAS DE FRETE POR FAIXA DE CEP (SCE063) *
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
          01 MASC1              PIC 9(09)V99.
          01 W-SALDOCRED        PIC 9(09)V99 VALUE ZEROS.
          01 W-TEMFEC           PIC X(01) VALUE "N".
          01 W-FECHADO          PIC X(01) VALUE "N".
          01 W-RENEGOCIADO      PIC X(01) VALUE "N".
          01 W-ANOMES-TESTE     PIC 9(06) VALUE ZEROS.
          01 W-CREDOK           PIC X(01) VALUE "S".
          01 W-SUPERV           PIC X(12) VALUE SPACES.
          01 W-QTDCONSUMO       PIC 9(06) VALUE ZEROS.
          01 W-QTDRESTA         PIC 9(06) VALUE ZEROS.

      * NUMERO DE SERIE DOS PRODUTOS SERIALIZADOS (ARQSER)         *
          01 W-SERIE            PIC X(20) VALUE SPACES.
          01 W-SEQSERIE         PIC 9(06) VALUE ZEROS.
          01 W-QTDSERIE         PIC 9(06) VALUE ZEROS.

      * VENDA DE KIT (ARQKIT): O KIT NAO TEM ESTOQUE PROPRIO, A    *
      * BAIXA E O ESTORNO SAO FEITOS NOS COMPONENTES               *
          01 W-TEMKIT           PIC X(01) VALUE "N".
          01 W-EHKIT            PIC X(01) VALUE "N".
          01 W-KITCOD           PIC 9(06) VALUE ZEROS.
          01 W-KITTIPO          PIC X(01) VALUE SPACES.
          01 W-QTDKIT           PIC 9(06) VALUE ZEROS.
          01 W-DISPKIT          PIC 9(06) VALUE ZEROS.
          01 W-DISPCOMP         PIC 9(06) VALUE ZEROS.
          01 W-CUSTOKIT         PIC 9(07)V99 VALUE ZEROS.
          01 W-REGPROKIT        PIC X(114) VALUE SPACES.

      * PROMOCAO EM VIGOR NA DATA DO PEDIDO (ARQPRM, SCE068): O     *
      * PRECO NORMAL FICA GUARDADO PARA O REGISTRO DA VENDA (ARQPVD) *
          01 W-TEMPRM           PIC X(01) VALUE "N".
          01 W-PRMALVO          PIC X(07) VALUE SPACES.
          01 W-PRMNUM           PIC 9(06) VALUE ZEROS.
          01 W-PRMDATAINI       PIC 9(08) VALUE ZEROS.
          01 W-PRMDATAFIM       PIC 9(08) VALUE ZEROS.
          01 W-PRMPRECO         PIC 9(06)V99 VALUE ZEROS.
          01 W-PRMQTDMIN        PIC 9(04) VALUE ZEROS.
          01 W-PRMLEVA          PIC 9(02) VALUE ZEROS.
          01 W-PRMPAGA          PIC 9(02) VALUE ZEROS.
          01 W-PRMAPLICADA      PIC X(01) VALUE "N".
          01 W-PRECONORMAL      PIC 9(06)V99 VALUE ZEROS.
          01 W-QTDGRUPOS        PIC 9(06) VALUE ZEROS.
          01 W-QTDSOBRA         PIC 9(06) VALUE ZEROS.
          01 W-QTDPAGA          PIC 9(06) VALUE ZEROS.
          01 W-MSGPROMO         PIC X(40) VALUE SPACES.
          01 W-MSGDATA          PIC 9999/99/99.

      * COMPRA ACIMA DE PAR-LIMCOMPRA AGUARDA O SUPERVISOR NA FILA *
      * DO SCE069 (PED-STATUS "A"); NA ENTRADA O OPERADOR E AVISADO *
      * DAS SUAS COMPRAS REJEITADAS AINDA NAO VISTAS                *
          01 W-QTDREJ           PIC 9(03) VALUE ZEROS.
          01 W-MSGREJ.
             03 FILLER          PIC X(04) VALUE "*** ".
             03 W-MSGREJQTD     PIC ZZ9.
             03 FILLER          PIC X(33)
                VALUE " COMPRA(S) REJEITADA(S): SCE069".

      * FRETE DA ENTREGA EM DOMICILIO PELA ZONA DO CEP (ARQFRT):    *
      * GRAVADO NA ENTREGA (ENT-FRETE) E SOMADO AOS TITULOS E AO    *
      * DOCUMENTO FISCAL, SEPARADO DO VALOR DOS ITENS               *
          01 W-TEMFRT           PIC X(01) VALUE "N".
          01 W-COBRAFRETE       PIC X(01) VALUE "N".
          01 W-FRETE            PIC 9(07)V99 VALUE ZEROS.
          01 W-TOTALPED         PIC 9(09)V99 VALUE ZEROS.
          01 W-PESOTOT          PIC 9(07)V999 VALUE ZEROS.
          01 W-QTDTOT           PIC 9(07) VALUE ZEROS.
          01 MASCFRETE          PIC ZZZ.ZZ9,99.

      * COMPRA NA UNIDADE DO FORNECEDOR (ARQPFO, SCE036): O FATOR   *
      * VAI PARA O ITEM (PEI-FATOR) E CONVERTE PARA A UNIDADE DE    *
      * VENDA O QUE ENTRA OU SAI DO ESTOQUE                         *
          01 W-TEMPFO           PIC X(01) VALUE "N".
          01 W-FATORCOMPRA      PIC 9(04) VALUE 1.
          01 W-UNIDCOMPRA       PIC X(02) VALUE SPACES.

      * PROGRAMA DE FIDELIDADE (ARQFID/ARQFIM): PONTOS GANHOS NA  *
      * VENDA, RESGATADOS NO BALCAO E ESTORNADOS NO CANCELAMENTO  *
          01 W-FIDNOVO          PIC X(01) VALUE "N".
          01 W-FIMCPF           PIC 9(14) VALUE ZEROS.
          01 W-FIMTIPO          PIC X(01) VALUE SPACES.
          01 W-FIMPONTOS        PIC 9(09) VALUE ZEROS.
          01 W-FIMPED           PIC 9(06) VALUE ZEROS.
          01 W-FIMREST          PIC 9(09) VALUE ZEROS.
          01 W-PTSDEBITAR       PIC 9(09) VALUE ZEROS.
          01 W-PTSEXPIRA        PIC 9(09) VALUE ZEROS.
          01 W-VALIDADE         PIC 9(08) VALUE ZEROS.
          01 W-VALIDADE-R REDEFINES W-VALIDADE.
             03 W-VALID-ANO     PIC 9(04).
             03 W-VALID-MES     PIC 9(02).
             03 W-VALID-DIA     PIC 9(02).
          01 W-VALID-DIAS       PIC S9(09) COMP VALUE ZEROS.
          01 W-VALID-RESTO      PIC S9(09) COMP VALUE ZEROS.
          01 W-PTSRESGATE       PIC 9(09) VALUE ZEROS.
          01 W-PTSMAX           PIC 9(09) VALUE ZEROS.
          01 W-VALORRESGATE     PIC 9(09)V99 VALUE ZEROS.
          01 W-PEDGANHO         PIC 9(09) VALUE ZEROS.
          01 W-PEDESTORNO       PIC 9(09) VALUE ZEROS.
          01 W-PEDRESGATE       PIC 9(09) VALUE ZEROS.
          01 W-PEDVOLTA         PIC 9(09) VALUE ZEROS.
          01 MASCPTS            PIC ZZZ.ZZZ.ZZ9.

      * EMISSAO DO DOCUMENTO FISCAL DE VENDA (ARQFIS/NOTAFISC.TXT) *
          01 W-TEMCAT           PIC X(01) VALUE "N".
          01 W-PROXFIS          PIC 9(08) VALUE ZEROS.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      * PROMOCOES SO EXISTEM DEPOIS DO PRIMEIRO CADASTRO NO SCE068; *
      * COM ELAS, O REGISTRO DAS VENDAS EM PROMOCAO                 *
       R0B1B.
           OPEN INPUT ARQPRM
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEMPRM
              GO TO R0B1D.
           MOVE "S" TO W-TEMPRM.

       R0B1C.
           OPEN I-O ARQPVD
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQPVD
              CLOSE ARQPVD
              GO TO R0B1C
            ELSE
              MOVE "ERRO NA ABERTURA DAS VENDAS EM PROMOCAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRM
              MOVE "N" TO W-TEMPRM.

       R0B1D.
           OPEN I-O ARQAPR
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQAPR
              MOVE "CRIANDO FILA DE APROVACAO DE COMPRAS " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQAPR
              GO TO R0B1D
            ELSE
              MOVE "ERRO NA ABERTURA DA APROVACAO DE COMPRAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B2A.
           OPEN I-O ARQEST
           IF ST-ERRO NOT = "00"
           ELSE
              MOVE "N" TO W-TEMCAT.

      * COMPOSICAO DOS KITS (SCE053); SEM O ARQUIVO NENHUM PRODUTO *
      * E TRATADO COMO KIT                                          *
       R0B3F.
           OPEN INPUT ARQKIT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMKIT
           ELSE
              MOVE "N" TO W-TEMKIT.

      * VINCULOS PRODUTO-FORNECEDOR (SCE036); SEM O ARQUIVO A     *
      * COMPRA E NA PROPRIA UNIDADE DE VENDA                      *
       R0B3G.
           OPEN INPUT ARQPFO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPFO
           ELSE
              MOVE "N" TO W-TEMPFO.

      * ZONAS DE FRETE (SCE063); SEM O ARQUIVO A ENTREGA EM         *
      * DOMICILIO SAI SEM FRETE, COMO ANTES                         *
       R0B3K.
           OPEN INPUT ARQFRT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMFRT
           ELSE
              MOVE "N" TO W-TEMFRT.

      * SALDO E MOVIMENTO DE PONTOS DE FIDELIDADE DOS CLIENTES *
       R0B3H.
           OPEN I-O ARQFID
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQFID
              MOVE "CRIANDO ARQUIVO DE PONTOS DE FIDELIDADE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFID
              GO TO R0B3H
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PONTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B3I.
           OPEN I-O ARQFIM
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQFIM
              MOVE "CRIANDO MOVIMENTO DE PONTOS DE FIDELIDADE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFIM
              GO TO R0B3I
            ELSE
              MOVE "ERRO NA ABERTURA DO MOVIMENTO DE PONTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B3E.
           OPEN I-O ARQLOT
           IF ST-ERRO NOT = "00"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B3J.
           OPEN I-O ARQSER
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQSER
              MOVE "CRIANDO ARQUIVO DE NUMEROS DE SERIE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQSER
              GO TO R0B3J
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE SERIES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B3D.
           OPEN I-O ARQFIS
           IF ST-ERRO NOT = "00"
           MOVE 3 TO PAR-TENTLOGIN
           MOVE "S" TO PAR-PERMITEBACK
           MOVE ZEROS TO PAR-MARGEMMIN
           MOVE 1,00 TO PAR-PTSREAL
           MOVE 0,01 TO PAR-VALPONTO
           MOVE 365 TO PAR-VALIDPTS
           MOVE ZEROS TO PAR-LIMCOMPRA
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPAR
                 MOVE 10 TO PAR-TENTLOCK
                 MOVE 3 TO PAR-TENTLOGIN
                 MOVE "S" TO PAR-PERMITEBACK
                 MOVE ZEROS TO PAR-MARGEMMIN
                 MOVE 1,00 TO PAR-PTSREAL
                 MOVE 0,01 TO PAR-VALPONTO
                 MOVE 365 TO PAR-VALIDPTS
                 MOVE ZEROS TO PAR-LIMCOMPRA.
           IF PAR-VALIDPTS = 0
              MOVE 365 TO PAR-VALIDPTS.

       R0C.
           OPEN EXTEND ARQAUD
                 GO TO ROT-FIM.
           PERFORM ABRE-USU THRU ABRE-USU-FIM
           PERFORM VALIDA-USUARIO THRU VALIDA-USUARIO-FIM
           PERFORM MARCA-TERMINAL THRU MARCA-TERMINAL-FIM
           PERFORM AVISA-REJEICAO THRU AVISA-REJEICAO-FIM.

       R1.
           MOVE SPACES TO PED-TIPOPEDIDO DPED-TIPOPEDIDO
                MOVE "*** PEDIDO NAO CADASTRAD0 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

      * O CODIGO DE UM ACORDO DE RENEGOCIACAO (SCE055) OU DE UMA    *
      * DESPESA OPERACIONAL (SCE057) E O "PEDIDO" DOS TITULOS DELE  *
      * NO ARQTIT: NAO PODE VIRAR PEDIDO NOVO                       *
       LER-ARQPED-TIT.
           MOVE PED-COD TO TIT-PED-COD
           MOVE ZEROS TO TIT-PARCELA
           START ARQTIT KEY NOT LESS THAN TIT-CHAVE
           IF ST-ERRO = "00"
              READ ARQTIT NEXT RECORD
              IF ST-ERRO = "00" AND TIT-PED-COD = PED-COD
                 MOVE "*** CODIGO JA USADO EM TITULOS FINANCEIROS ***"
                                                            TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.

       R2A.
           ACCEPT TPED-DATA
           ACCEPT W-ACT FROM ESCAPE KEY
           MOVE PRO-CODIGO TO PEI-COD-PRO
           DISPLAY TPEI-COD-PRO
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
           PERFORM BUSCA-PFO THRU BUSCA-PFO-FIM
           PERFORM BUSCA-PROMO THRU BUSCA-PROMO-FIM
           DISPLAY TPEI-DESCRICAO
           DISPLAY TPEI-PRECOUNITARIO
           GO TO R6-KIT.

       R6A.
           MOVE PEI-COD-PRO TO PRO-CODIGO.
           ELSE
               MOVE ZEROS TO W-TENTLOCK
               PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
               PERFORM BUSCA-PFO THRU BUSCA-PFO-FIM
               PERFORM BUSCA-PROMO THRU BUSCA-PROMO-FIM
               DISPLAY TPEI-DESCRICAO
               DISPLAY TPEI-PRECOUNITARIO.

      * KIT: DISPONIBILIDADE PELO COMPONENTE MAIS ESCASSO E CUSTO   *
      * PELA SOMA DOS COMPONENTES (PISO DO DESCONTO). KIT NAO SE     *
      * COMPRA: COMPRAM-SE OS COMPONENTES                           *
       R6-KIT.
           PERFORM KIT-CALC THRU KIT-CALC-FIM
           IF W-EHKIT = "S" AND PED-TIPOPEDIDO = 1
              MOVE "*** KIT NAO SE COMPRA, PECA OS COMPONENTES ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              SUBTRACT 1 FROM W-ITEMATUAL
              GO TO R6.

       R6B.
           ACCEPT TPEI-QUANTIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
                 GO TO R6B.

           MOVE "N" TO PEI-STATUS
           MOVE W-FATORCOMPRA TO PEI-FATOR
           IF PED-TIPOPEDIDO = 2
               PERFORM LER-SALDOLOJA THRU LER-SALDOLOJA-FIM
               IF PEI-QUANTIDADE > W-SALDOLOJA
                   PERFORM R6-ESTOQUE THRU R6-ESTOQUE-FIM.
      * O SERIALIZADO SO SAI COM SERIES EM ESTOQUE NO ARQSER PARA  *
      * CADA UNIDADE, SENAO A CAPTURA DO CAPTA-SERIE NAO TERMINA   *
           IF PED-TIPOPEDIDO = 2 AND W-EHKIT NOT = "S"
              AND PRO-SERIAL = "S"
               PERFORM CONTA-SERIE THRU CONTA-SERIE-FIM
               IF PEI-QUANTIDADE > W-QTDSERIE
                   MOVE "*** SERIES EM ESTOQUE MENOS QUE A VENDA ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6B.

           PERFORM APLICA-PROMO THRU APLICA-PROMO-FIM
           MOVE W-PRECOPED TO PEI-PRECOUNITARIO
           PERFORM R6C-DESCONTO THRU R6C-DESCONTO-FIM
           COMPUTE PEI-VALORITEM ROUNDED =
           WRITE REGPEI
           IF ST-ERRO = "00" OR "02"
               MOVE ZEROS TO W-TENTLOCK
               PERFORM REGISTRA-PROMO THRU REGISTRA-PROMO-FIM
               ADD PEI-VALORITEM TO PED-VALORTOTAL
               MOVE W-ITEMATUAL TO PED-QTDITENS
               DISPLAY TPED-VALORTOTAL
                  GO TO ROT-FIM.

       R6-ESTOQUE.
      * O KIT NAO VAI PARA BACKORDER: O ATENDIMENTO (SCE012) E POR *
      * PRODUTO COM ESTOQUE, E O KIT SO TEM OS COMPONENTES         *
           IF W-EHKIT = "S"
              MOVE "*** KIT SEM SALDO NOS COMPONENTES P/ A VENDA ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6B.
      * NEM O PRODUTO SERIALIZADO: A SERIE DE CADA UNIDADE E LIDA  *
      * NA VENDA, E O SCE012 NAO TEM COMO CAPTURA-LA               *
           IF PRO-SERIAL = "S"
              MOVE "*** SERIALIZADO SEM SALDO DE LOJA P/ A VENDA ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6B.
           MOVE "*** ESTOQUE DE LOJA INSUFICIENTE P/ A VENDA ***"
                                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      * MEDIO E O LOTE SO ENTRAM NO RECEBIMENTO FISICO (SCE038)   *
           IF PED-TIPOPEDIDO = 1
               GO TO ATU-ESTOQUE-FIM.
           IF W-EHKIT = "S" AND PEI-STATUS NOT = "P"
               MOVE PRO-CODIGO TO W-KITCOD
               MOVE PEI-QUANTIDADE TO W-QTDKIT
               MOVE REGPRO TO W-REGPROKIT
               MOVE "S" TO W-MOVTIPO
               PERFORM MOVE-KIT THRU MOVE-KIT-FIM
               MOVE W-REGPROKIT TO REGPRO
               MOVE "N" TO W-MOVGRAVA
               GO TO ATU-ESTOQUE-FIM.
           IF PEI-STATUS NOT = "P"
               SUBTRACT PEI-QUANTIDADE FROM PRO-QTDESTOQUE
               PERFORM CONSOME-LOTE THRU CONSOME-LOTE-FIM
               PERFORM CAPTA-SERIE THRU CAPTA-SERIE-FIM
               MOVE "S" TO W-MOVTIPO
               MOVE "L" TO W-MOVLOCAL
               MOVE "S" TO W-MOVGRAVA.
      * COMPRA DIGITADA FICA AGUARDANDO O RECEBIMENTO FISICO *
           IF W-SEL NOT = 1
               IF PED-TIPOPEDIDO = 1
                  MOVE "G" TO PED-STATUS
                  PERFORM VERIFICA-LIMCOMPRA
                     THRU VERIFICA-LIMCOMPRA-FIM.
           MOVE PED-VALORTOTAL TO MASC1
           DISPLAY TPED-VALORTOTAL.
           IF PED-STATUS = "P"
             IF PED-STATUS = "G"
               MOVE "AGUARDA RECEB" TO DPED-STATUS
             ELSE
              IF PED-STATUS = "A"
               MOVE "AGUARDA APROV" TO DPED-STATUS
              ELSE
               MOVE "NORMAL" TO DPED-STATUS.
           DISPLAY TDPED-STATUS.

       R7A-DESCPED-FIM.
                EXIT.

      * RESGATE DE PONTOS DE FIDELIDADE NO BALCAO (SO VENDA): OS  *
      * PONTOS VENCIDOS DO CLIENTE EXPIRAM ANTES, O SALDO E        *
      * MOSTRADO E OS PONTOS RESGATADOS VIRAM DESCONTO EM REAIS    *
      * SOBRE O TOTAL; O DEBITO SO E GRAVADO COM O PEDIDO SALVO    *
       R7B-RESGATE.
           MOVE ZEROS TO W-PTSRESGATE
           IF PED-TIPOPEDIDO NOT = 2 OR PAR-VALPONTO = 0
              GO TO R7B-RESGATE-FIM.
           MOVE PED-CLI-CPFCNPJ TO W-FIMCPF
           PERFORM FID-EXPIRA THRU FID-EXPIRA-FIM
           MOVE PED-CLI-CPFCNPJ TO FID-CPFCNPJ
           READ ARQFID
           IF ST-ERRO NOT = "00"
              GO TO R7B-RESGATE-FIM.
           IF FID-SALDO = 0
              GO TO R7B-RESGATE-FIM.
      * O RESGATE NAO PASSA DO SALDO NEM DO VALOR DO PEDIDO *
           COMPUTE W-PTSMAX = PED-VALORTOTAL / PAR-VALPONTO
           IF W-PTSMAX > FID-SALDO
              MOVE FID-SALDO TO W-PTSMAX.
           MOVE FID-SALDO TO MASCPTS
           DISPLAY (19, 10) "Saldo de pontos do cliente : " MASCPTS.

       R7B-RESGATE-1.
           DISPLAY (20, 10) "Pontos a resgatar (0=nenhum) : ".
           ACCEPT (20, 42) W-PTSRESGATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE ZEROS TO W-PTSRESGATE.
           IF W-PTSRESGATE = 0
              GO TO R7B-RESGATE-LIMPA.
           IF W-PTSRESGATE > W-PTSMAX
              MOVE "*** PONTOS ACIMA DO SALDO OU DO VALOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7B-RESGATE-1.
           COMPUTE W-VALORRESGATE ROUNDED =
               W-PTSRESGATE * PAR-VALPONTO
           SUBTRACT W-VALORRESGATE FROM PED-VALORTOTAL
           DISPLAY TPED-VALORTOTAL.

       R7B-RESGATE-LIMPA.
           MOVE SPACES TO MENS
           DISPLAY (19, 10) MENS
           DISPLAY (20, 10) MENS.
       R7B-RESGATE-FIM.
                EXIT.

       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (11, 30) "Deseja Salvar (S/N) : ".
               MOVE "I" TO W-ACAOAUD
               MOVE PED-COD TO W-AUDCHAVE
               PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
               PERFORM FID-VENDA THRU FID-VENDA-FIM
               MOVE "S" TO W-COBRAFRETE
               PERFORM GERA-ENT THRU GERA-ENT-FIM
               PERFORM GERA-TIT THRU GERA-TIT-FIM
               PERFORM EMITE-FIS THRU EMITE-FIS-FIM
               MOVE "*** DADOS GRAVADOS *** " TO MENS
               PERFORM GRAVA-APR THRU GRAVA-APR-FIM
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.

                      GO TO INC-EST-LER
                ELSE
                   GO TO INC-EST-DEL.
             PERFORM KIT-VERIFICA THRU KIT-VERIFICA-FIM
             IF W-EHKIT = "S"
                MOVE "EXC" TO W-MOVORIGEM
                MOVE PEI-QUANTIDADE TO W-QTDKIT
                MOVE PRO-CODIGO TO W-KITCOD
                MOVE "E" TO W-MOVTIPO
                PERFORM MOVE-KIT THRU MOVE-KIT-FIM
                GO TO INC-EST-DEL.
             MOVE "S" TO W-MOVGRAVA
             MOVE "EXC" TO W-MOVORIGEM
             MOVE PEI-QUANTIDADE TO W-MOVQTDE
             ADD PEI-QUANTIDADE TO PRO-QTDESTOQUE
             MOVE "E" TO W-MOVTIPO
             MOVE "L" TO W-MOVLOCAL
             PERFORM ESTORNA-SERIE THRU ESTORNA-SERIE-FIM.
       INC-EST-RW1.
             REWRITE REGPRO
             IF ST-ERRO = "00" OR "02"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                PERFORM VERIFICA-RENEG THRU VERIFICA-RENEG-FIM
                IF W-RENEGOCIADO = "S"
                   MOVE "*** PEDIDO COM TITULOS EM ACORDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (11, 30) "Deseja EXCLUIR   (S/N) : ".
                ACCEPT (11, 55) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                      GO TO EXC-DL-LER
                ELSE
                   GO TO EXC-DL-DEL.
             PERFORM KIT-VERIFICA THRU KIT-VERIFICA-FIM
             IF W-EHKIT = "S"
                MOVE "EXC" TO W-MOVORIGEM
                PERFORM SOMA-DEV THRU SOMA-DEV-FIM
                MOVE W-QTDESTORNO TO W-QTDKIT
                MOVE PRO-CODIGO TO W-KITCOD
                MOVE "E" TO W-MOVTIPO
                PERFORM MOVE-KIT THRU MOVE-KIT-FIM
                GO TO EXC-DL-DEL.
             MOVE PEI-FATOR TO W-FATORCOMPRA
             IF W-FATORCOMPRA = 0
                MOVE 1 TO W-FATORCOMPRA.
             MOVE "S" TO W-MOVGRAVA
             MOVE "EXC" TO W-MOVORIGEM
             MOVE PEI-QUANTIDADE TO W-MOVQTDE
                   MOVE "E" TO W-MOVTIPO
                   MOVE "L" TO W-MOVLOCAL
             ELSE
      * DA COMPRA SO VOLTA O QUE JA TINHA ENTRADO NO RECEBIMENTO, *
      * CONVERTIDO DA UNIDADE DO FORNECEDOR PARA A DE VENDA        *
                IF PEI-QTDRECEBIDA = 0
                   GO TO EXC-DL-DEL
                ELSE
                   COMPUTE W-MOVQTDE =
                       PEI-QTDRECEBIDA * W-FATORCOMPRA
                   SUBTRACT W-MOVQTDE FROM PRO-QTDESTOQUE
                   MOVE "S" TO W-MOVTIPO
                   MOVE "D" TO W-MOVLOCAL.
             PERFORM ESTORNA-SERIE THRU ESTORNA-SERIE-FIM.
       EXC-DL-RW1.
             REWRITE REGPRO
             IF ST-ERRO = "00" OR "02"
                   PERFORM EXC-TIT THRU EXC-TIT-FIM
                   PERFORM CAN-ENT THRU CAN-ENT-FIM
                   PERFORM CAN-FIS THRU CAN-FIS-FIM
                   PERFORM FID-ESTORNO THRU FID-ESTORNO-FIM
                   MOVE "E" TO W-ACAOAUD
                   MOVE PED-COD TO W-AUDCHAVE
                   PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                PERFORM VERIFICA-RENEG THRU VERIFICA-RENEG-FIM
                IF W-RENEGOCIADO = "S"
                   MOVE "*** PEDIDO COM TITULOS EM ACORDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF PED-STATUS = "C"
                   MOVE "*** PEDIDO JA ESTA CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO CAN-LOOP-LER
                ELSE
                   GO TO CAN-LOOP.
             PERFORM KIT-VERIFICA THRU KIT-VERIFICA-FIM
             IF W-EHKIT = "S"
                MOVE "CAN" TO W-MOVORIGEM
                PERFORM SOMA-DEV THRU SOMA-DEV-FIM
                MOVE W-QTDESTORNO TO W-QTDKIT
                MOVE PRO-CODIGO TO W-KITCOD
                MOVE "E" TO W-MOVTIPO
                PERFORM MOVE-KIT THRU MOVE-KIT-FIM
                GO TO CAN-LOOP.
             MOVE PEI-FATOR TO W-FATORCOMPRA
             IF W-FATORCOMPRA = 0
                MOVE 1 TO W-FATORCOMPRA.
             MOVE "S" TO W-MOVGRAVA
             MOVE "CAN" TO W-MOVORIGEM
             MOVE PEI-QUANTIDADE TO W-MOVQTDE
                   MOVE "E" TO W-MOVTIPO
                   MOVE "L" TO W-MOVLOCAL
             ELSE
      * DA COMPRA SO VOLTA O QUE JA TINHA ENTRADO NO RECEBIMENTO, *
      * CONVERTIDO DA UNIDADE DO FORNECEDOR PARA A DE VENDA        *
                IF PEI-QTDRECEBIDA = 0
                   GO TO CAN-LOOP
                ELSE
                   COMPUTE W-MOVQTDE =
                       PEI-QTDRECEBIDA * W-FATORCOMPRA
                   SUBTRACT W-MOVQTDE FROM PRO-QTDESTOQUE
                   MOVE "S" TO W-MOVTIPO
                   MOVE "D" TO W-MOVLOCAL.
             PERFORM ESTORNA-SERIE THRU ESTORNA-SERIE-FIM.
       CAN-LOOP-RW1.
             REWRITE REGPRO
             IF ST-ERRO = "00" OR "02"
                   PERFORM CAN-TIT THRU CAN-TIT-FIM
                   PERFORM CAN-ENT THRU CAN-ENT-FIM
                   PERFORM CAN-FIS THRU CAN-FIS-FIM
                   PERFORM FID-ESTORNO THRU FID-ESTORNO-FIM
                   MOVE "C" TO W-ACAOAUD
                   MOVE PED-COD TO W-AUDCHAVE
                   PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
                   MOVE PED-COD TO W-AUDCHAVE
                   PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
                   PERFORM ALT-TIT THRU ALT-TIT-FIM
                   MOVE "N" TO W-COBRAFRETE
                   PERFORM GERA-ENT THRU GERA-ENT-FIM
                   MOVE "*** CABECALHO DO PEDIDO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       VERIFICA-FECHO-FIM.
                EXIT.

      * TITULO DO PEDIDO RENEGOCIADO ("N") ESTA NUM ACORDO DO SCE055 *
      * E A DIVIDA CONTINUA NAS PARCELAS DELE: O PEDIDO NAO PODE MAIS *
      * SER EXCLUIDO NEM CANCELADO                                    *
       VERIFICA-RENEG.
           MOVE "N" TO W-RENEGOCIADO
           MOVE PED-COD TO TIT-PED-COD
           MOVE ZEROS TO TIT-PARCELA
           START ARQTIT KEY NOT LESS THAN TIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-RENEG-FIM.
       VERIFICA-RENEG-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-RENEG-FIM.
           IF TIT-PED-COD NOT = PED-COD
              GO TO VERIFICA-RENEG-FIM.
           IF TIT-STATUS = "N"
              MOVE "S" TO W-RENEGOCIADO
              GO TO VERIFICA-RENEG-FIM.
           GO TO VERIFICA-RENEG-LOOP.
       VERIFICA-RENEG-FIM.
                EXIT.

      * VERIFICA O LIMITE DE CREDITO DO CLIENTE NA GRAVACAO DE UMA *
      * VENDA: O VALOR DO PEDIDO MAIS OS TITULOS A RECEBER EM       *
      * ABERTO DO CLIENTE NAO PODE PASSAR DO LIMITE (ZERO = SEM     *
                   GO TO EFE-OPC1.

       EFE-EXEC.
                MOVE "G" TO PED-STATUS
                PERFORM VERIFICA-LIMCOMPRA THRU VERIFICA-LIMCOMPRA-FIM.

       EFE-RW1.
                REWRITE REGPED
                   PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
                   MOVE "*** COMPRA EFETIVADA, AGUARDA RECEBIMENTO *"
                                                          TO MENS
                   PERFORM GRAVA-APR THRU GRAVA-APR-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF ST-ERRO = "51"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNV-OPC1.

      * ORCAMENTO COM KIT: O KIT NAO ENTRA EM BACKORDER, ENTAO SEM  *
      * SALDO NOS COMPONENTES A CONVERSAO E RECUSADA ANTES DE MEXER *
      * EM QUALQUER ITEM; O MESMO VALE PARA O PRODUTO SERIALIZADO   *
       CNV-CHECA.
                MOVE PED-COD TO PEI-COD
                MOVE ZEROS TO PEI-ITEM
                START ARQPEI KEY NOT LESS THAN PEI-CHAVE
                IF ST-ERRO NOT = "00"
                   GO TO CNV-EXEC.

       CNV-CHECA-LOOP.
                READ ARQPEI NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO CNV-EXEC.
                IF PEI-COD NOT = PED-COD
                   GO TO CNV-EXEC.
                MOVE PEI-COD-PRO TO PRO-CODIGO
                READ ARQPRO
                IF ST-ERRO NOT = "00"
                   GO TO CNV-CHECA-LOOP.
                PERFORM KIT-CALC THRU KIT-CALC-FIM
                IF W-EHKIT = "S" AND PEI-QUANTIDADE > W-DISPKIT
                   MOVE "*** KIT SEM SALDO NOS COMPONENTES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-EHKIT NOT = "S" AND PRO-SERIAL = "S"
                   PERFORM LER-SALDOLOJA THRU LER-SALDOLOJA-FIM
                   IF PEI-QUANTIDADE > W-SALDOLOJA
                      MOVE "*** SERIALIZADO SEM SALDO NA LOJA ***"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF W-EHKIT NOT = "S" AND PRO-SERIAL = "S"
                   PERFORM CONTA-SERIE THRU CONTA-SERIE-FIM
                   IF PEI-QUANTIDADE > W-QTDSERIE
                      MOVE "*** SERIALIZADO SEM SERIES EM ESTOQUE ***"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                GO TO CNV-CHECA-LOOP.

       CNV-EXEC.
                MOVE "2" TO PED-TIPOPEDIDO
                MOVE "VENDA" TO DPED-TIPOPEDIDO
                IF ST-ERRO NOT = "00"
                   MOVE "P" TO PEI-STATUS W-STATUSPEDIDO
                   GO TO CNV-RW-ITEM.
                PERFORM KIT-CALC THRU KIT-CALC-FIM
                PERFORM LER-SALDOLOJA THRU LER-SALDOLOJA-FIM
                IF PEI-QUANTIDADE > W-SALDOLOJA
                   MOVE "P" TO PEI-STATUS W-STATUSPEDIDO
                   MOVE "V" TO W-ACAOAUD
                   MOVE PED-COD TO W-AUDCHAVE
                   PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
                   MOVE ZEROS TO W-PTSRESGATE
                   PERFORM FID-VENDA THRU FID-VENDA-FIM
                   GO TO CNV-PARC.
                IF ST-ERRO = "51"
                   PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM

      * VENDA COM ENTREGA EM DOMICILIO: GRAVA O REGISTRO DE ENTREGA *
      * (ARQENT) COM O ENDERECO DO CLIENTE LIDO NO PEDIDO; O ROMA-   *
      * NEIO E A CONFIRMACAO SAO FEITOS NO SCE028. O FRETE SAI DA    *
      * ZONA DO CEP (CALC-FRETE) E RODA ANTES DE GERA-TIT, QUE O     *
      * SOMA AOS TITULOS                                             *
       GERA-ENT.
           IF PED-TIPOPEDIDO NOT = 2
              GO TO GERA-ENT-FIM.
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GERA-ENT-FIM.

      * ENTREGA JA GRAVADA MANTEM A ZONA E O FRETE QUE JA ESTAO NOS *
      * TITULOS; ENTREGA NOVA CALCULA O FRETE PELO CEP DO CLIENTE   *
           IF ST-ERRO NOT = "00"
              MOVE CLI-CEP TO ENT-CEP
              PERFORM CALC-FRETE THRU CALC-FRETE-FIM.

           MOVE PED-COD TO ENT-PED-COD
           ACCEPT ENT-DATA FROM DATE YYYYMMDD
           MOVE CLI-NOME TO ENT-NOME
       GERA-ENT-FIM.
                EXIT.

      * ACHA A ZONA DO CEP DA ENTREGA (ENT-CEP) E CALCULA O FRETE:  *
      * VALOR BASE + VALOR POR KG (PRO-PESO DOS ITENS) OU POR ITEM, *
      * ZERADO QUANDO A VENDA ATINGE O MINIMO PARA FRETE GRATIS.    *
      * NA ALTERACAO DO PEDIDO OS TITULOS JA FORAM GERADOS, ENTAO A *
      * ENTREGA INCLUIDA NESSA HORA SO GRAVA A ZONA, SEM FRETE      *
       CALC-FRETE.
           MOVE ZEROS TO ENT-ZONA ENT-FRETE
           IF W-TEMFRT NOT = "S"
              GO TO CALC-FRETE-FIM.
           MOVE ZEROS TO FRT-CODIGO
           START ARQFRT KEY IS NOT LESS THAN FRT-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO CALC-FRETE-FORA.

       CALC-FRETE-ZONA.
           READ ARQFRT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CALC-FRETE-FORA.
           IF ENT-CEP < FRT-CEPINI OR ENT-CEP > FRT-CEPFIM
              GO TO CALC-FRETE-ZONA.

           MOVE FRT-CODIGO TO ENT-ZONA
           IF W-COBRAFRETE NOT = "S"
              MOVE "*** ENTREGA INCLUIDA NA ALTERACAO, SEM FRETE ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CALC-FRETE-FIM.
           IF FRT-MINGRATIS > 0
              IF PED-VALORTOTAL NOT < FRT-MINGRATIS
                 MOVE "*** VENDA COM FRETE GRATIS ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO CALC-FRETE-FIM.

           MOVE ZEROS TO W-PESOTOT W-QTDTOT
           MOVE PED-COD TO PEI-COD
           MOVE ZEROS TO PEI-ITEM
           START ARQPEI KEY NOT LESS THAN PEI-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CALC-FRETE-VALOR.

       CALC-FRETE-ITEM.
           READ ARQPEI NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CALC-FRETE-VALOR.
           IF PEI-COD NOT = PED-COD
              GO TO CALC-FRETE-VALOR.
           ADD PEI-QUANTIDADE TO W-QTDTOT
           MOVE PEI-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
              COMPUTE W-PESOTOT = W-PESOTOT +
                      (PEI-QUANTIDADE * PRO-PESO).
           GO TO CALC-FRETE-ITEM.

       CALC-FRETE-VALOR.
           IF FRT-TIPOCOB = "K"
              COMPUTE ENT-FRETE ROUNDED = FRT-VALORBASE +
                      (FRT-VALORUNIT * W-PESOTOT)
           ELSE
              COMPUTE ENT-FRETE ROUNDED = FRT-VALORBASE +
                      (FRT-VALORUNIT * W-QTDTOT).
           MOVE ENT-FRETE TO MASCFRETE
           MOVE SPACES TO MENS
           STRING "*** FRETE ZONA " FRT-NOME " : " MASCFRETE
               DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CALC-FRETE-FIM.

       CALC-FRETE-FORA.
           MOVE "*** CEP FORA DAS ZONAS DE FRETE, SEM FRETE ***"
                                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CALC-FRETE-FIM.
                EXIT.

      * FRETE GRAVADO NA ENTREGA DO PEDIDO (ZERO SE NAO HA ENTREGA) *
       LER-FRETE.
           MOVE ZEROS TO W-FRETE
           IF PED-TIPOPEDIDO NOT = 2
              GO TO LER-FRETE-FIM.
           MOVE PED-COD TO ENT-PED-COD
           READ ARQENT
           IF ST-ERRO = "00"
              MOVE ENT-FRETE TO W-FRETE.
       LER-FRETE-FIM.
                EXIT.

      * PEDIDO CANCELADO/EXCLUIDO NAO FICA NA FILA DE ENTREGA *
       CAN-ENT.
           MOVE PED-COD TO ENT-PED-COD
      * CONTAS A RECEBER DO CLIENTE E COMPRA GERA CONTAS A PAGAR DO *
      * FORNECEDOR, UMA PARCELA POR VENCIMENTO (30 EM 30 DIAS PELO  *
      * CALENDARIO COMERCIAL), COM A DIFERENCA DE ARREDONDAMENTO    *
      * LANCADA NA ULTIMA PARCELA. O FRETE DA ENTREGA ENTRA NO      *
      * VALOR DOS TITULOS                                           *
       GERA-TIT.
           IF PED-TIPOPEDIDO = 3
               GO TO GERA-TIT-FIM.
      * COMPRA AGUARDANDO RECEBIMENTO SO GERA OS TITULOS NO      *
      * FECHO DO RECEBIMENTO (SCE038), PELO VALOR RECEBIDO       *
           IF PED-TIPOPEDIDO = 1
               IF PED-STATUS = "G" OR "A"
                  GO TO GERA-TIT-FIM.
           IF W-NUMPARCELAS = 0
               MOVE 1 TO W-NUMPARCELAS.
           IF W-PRIMVENC = 0
               MOVE PED-DATA TO W-PRIMVENC.
           PERFORM LER-FRETE THRU LER-FRETE-FIM
           COMPUTE W-TOTALPED = PED-VALORTOTAL + W-FRETE
           DIVIDE W-TOTALPED BY W-NUMPARCELAS GIVING W-VALORPARC
           COMPUTE W-VALORULT = W-TOTALPED -
                   (W-VALORPARC * (W-NUMPARCELAS - 1))
           MOVE W-PRIMVENC TO W-VENCIMENTO
           MOVE ZEROS TO W-PARCATUAL.
              GO TO ALT-TIT-FIM.
           IF TIT-PED-COD NOT = PED-COD
              GO TO ALT-TIT-FIM.
           IF TIT-STATUS NOT = "A" AND "B"
              GO TO ALT-TIT-LOOP.
           IF PED-TIPOPEDIDO = 1
              MOVE "P" TO TIT-TIPO
       ALT-TIT-FIM.
                EXIT.

      * CANCELA OS TITULOS EM ABERTO DO PEDIDO CANCELADO, TAMBEM  *
      * OS BLOQUEADOS A ESPERA DA NOTA DE COMPRA (TITULOS JA       *
      * QUITADOS PERMANECEM COMO HISTORICO)                        *
       CAN-TIT.
           MOVE PED-COD TO TIT-PED-COD
           MOVE ZEROS TO TIT-PARCELA
              GO TO CAN-TIT-FIM.
           IF TIT-PED-COD NOT = PED-COD
              GO TO CAN-TIT-FIM.
           IF TIT-STATUS = "A" OR "B"
              MOVE "C" TO TIT-STATUS
              REWRITE REGTIT.
           GO TO CAN-TIT-LOOP.
       CONSOME-LOTE.
           IF PRO-PERECIVEL NOT = "S"
              GO TO CONSOME-LOTE-FIM.
           MOVE W-MOVQTDE TO W-QTDRESTA
           MOVE PRO-CODIGO TO LOT-COD-PRO
           MOVE ZEROS TO LOT-VALIDADE
           MOVE SPACES TO LOT-NUMERO
       CONSOME-LOTE-FIM.
                EXIT.

      * CONTA AS SERIES DO PRODUTO CORRENTE EM ESTOQUE NO ARQSER: *
      * A VENDA NAO PASSA DESSE TOTAL, ENTAO O CAPTA-SERIE SEMPRE  *
      * TEM UMA SERIE VALIDA A RECEBER POR UNIDADE                 *
       CONTA-SERIE.
           MOVE ZEROS TO W-QTDSERIE
           MOVE PRO-CODIGO TO SER-COD-PRO
           MOVE SPACES TO SER-NUMERO
           START ARQSER KEY IS NOT LESS THAN SER-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CONTA-SERIE-FIM.

       CONTA-SERIE-LOOP.
           READ ARQSER NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CONTA-SERIE-FIM.
           IF SER-COD-PRO NOT = PRO-CODIGO
              GO TO CONTA-SERIE-FIM.
           IF SER-STATUS = "E"
              ADD 1 TO W-QTDSERIE.
           GO TO CONTA-SERIE-LOOP.
       CONTA-SERIE-FIM.
                EXIT.

      * VENDA DE PRODUTO SERIALIZADO: A SERIE DE CADA UNIDADE QUE  *
      * SAI E OBRIGATORIA E PRECISA ESTAR EM ESTOQUE NO ARQSER     *
      * (RECEBIDA NO SCE038 OU DEVOLVIDA NO SCE014); ELA PASSA A   *
      * VENDIDA COM O PEDIDO, O CLIENTE E A DATA DA SAIDA, QUE E   *
      * DE ONDE A CONSULTA DE GARANTIA (SCE059) CONTA O PRAZO      *
       CAPTA-SERIE.
           IF PRO-SERIAL NOT = "S"
              GO TO CAPTA-SERIE-FIM.
           MOVE ZEROS TO W-SEQSERIE.

       CAPTA-SERIE-LOOP.
           IF W-SEQSERIE NOT < PEI-QUANTIDADE
              GO TO CAPTA-SERIE-LIMPA.
           ADD 1 TO W-SEQSERIE.

       CAPTA-SERIE-1.
           MOVE SPACES TO W-SERIE
           DISPLAY (19, 10) "Serie " W-SEQSERIE "/" PEI-QUANTIDADE
                            " : ".
           ACCEPT (19, 33) W-SERIE.
           IF W-SERIE = SPACES
              MOVE "*** SERIE NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAPTA-SERIE-1.

       CAPTA-SERIE-2.
           MOVE PRO-CODIGO TO SER-COD-PRO
           MOVE W-SERIE TO SER-NUMERO
           READ ARQSER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "51"
                 PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
                 IF W-TENTLOCK > PAR-TENTLOCK
                    MOVE ZEROS TO W-TENTLOCK
                    MOVE "*** SERIE EM USO EM OUTRO TERMINAL ***"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO CAPTA-SERIE-1
                 ELSE
                    GO TO CAPTA-SERIE-2
              ELSE
                 MOVE "*** SERIE NAO CADASTRADA PARA O PRODUTO ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO CAPTA-SERIE-1.
           MOVE ZEROS TO W-TENTLOCK
           IF SER-STATUS NOT = "E"
              MOVE "*** SERIE NAO ESTA EM ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAPTA-SERIE-1.
           MOVE "V" TO SER-STATUS
           MOVE PED-COD TO SER-PED-VENDA
           MOVE PED-CLI-CPFCNPJ TO SER-CLI-CPFCNPJ
           ACCEPT SER-DATAVENDA FROM DATE YYYYMMDD
           REWRITE REGSER
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ATUALIZACAO DO NUMERO DE SERIE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO CAPTA-SERIE-LOOP.

       CAPTA-SERIE-LIMPA.
           DISPLAY (19, 10) "                                        ".
           DISPLAY (19, 50) "        ".
       CAPTA-SERIE-FIM.
                EXIT.

      * ESTORNO DAS SERIES NA EXCLUSAO/CANCELAMENTO: AS VENDIDAS   *
      * NESTA VENDA VOLTAM AO ESTOQUE, E AS QUE ENTRARAM POR ESTA  *
      * COMPRA E AINDA ESTAO EM ESTOQUE SAEM DO ARQSER             *
       ESTORNA-SERIE.
           IF PRO-SERIAL NOT = "S"
              GO TO ESTORNA-SERIE-FIM.
           MOVE PRO-CODIGO TO SER-COD-PRO
           MOVE SPACES TO SER-NUMERO
           START ARQSER KEY IS NOT LESS THAN SER-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ESTORNA-SERIE-FIM.

       ESTORNA-SERIE-LOOP.
           READ ARQSER NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ESTORNA-SERIE-FIM.
           IF SER-COD-PRO NOT = PRO-CODIGO
              GO TO ESTORNA-SERIE-FIM.
           IF PED-TIPOPEDIDO = 2
              IF SER-STATUS = "V" AND SER-PED-VENDA = PED-COD
                 MOVE "E" TO SER-STATUS
                 MOVE ZEROS TO SER-PED-VENDA SER-CLI-CPFCNPJ
                               SER-DATAVENDA
                 REWRITE REGSER.
           IF PED-TIPOPEDIDO = 1
              IF SER-STATUS = "E" AND SER-PED-COMPRA = PED-COD
                 DELETE ARQSER RECORD.
           GO TO ESTORNA-SERIE-LOOP.
       ESTORNA-SERIE-FIM.
                EXIT.

      * EMITE O DOCUMENTO FISCAL DA VENDA EFETIVADA: NUMERO        *
      * SEQUENCIAL, IMPOSTO CALCULADO ITEM A ITEM PELA ALIQUOTA DA *
      * CATEGORIA DO PRODUTO (ARQCAT), REGISTRO NO ARQFIS (PARA O  *
           MOVE PED-VALORTOTAL TO LNT-VALOR
           MOVE LINHA-NF-TOT TO REGNF
           WRITE REGNF.
           PERFORM LER-FRETE THRU LER-FRETE-FIM
           COMPUTE W-TOTALPED = PED-VALORTOTAL + W-FRETE
           IF W-FRETE > 0
              MOVE "FRETE             :" TO LNT-TITULO
              MOVE W-FRETE TO LNT-VALOR
              MOVE LINHA-NF-TOT TO REGNF
              WRITE REGNF
              MOVE "TOTAL A PAGAR     :" TO LNT-TITULO
              MOVE W-TOTALPED TO LNT-VALOR
              MOVE LINHA-NF-TOT TO REGNF
              WRITE REGNF.
           MOVE "TOTAL DE IMPOSTOS :" TO LNT-TITULO
           MOVE W-TOTIMPOSTO TO LNT-VALOR
           MOVE LINHA-NF-TOT TO REGNF
           MOVE PED-COD TO FIS-PED-COD
           MOVE W-DATAHOJE TO FIS-DATA
           MOVE PED-CLI-CPFCNPJ TO FIS-CLI-CPFCNPJ
           MOVE W-TOTALPED TO FIS-VALORTOTAL
           MOVE W-TOTIMPOSTO TO FIS-VALORIMPOSTO
           MOVE "E" TO FIS-STATUS
           WRITE REGFIS
       BUSCA-PRECO-FIM.
                EXIT.

      * NA COMPRA, O VINCULO DO PRODUTO COM O FORNECEDOR DO PEDIDO *
      * (ARQPFO) DA A UNIDADE DE COMPRA, O FATOR PARA A UNIDADE DE *
      * VENDA E O PRECO COTADO POR UNIDADE DE COMPRA; NA VENDA, OU *
      * SEM VINCULO, VALE A PROPRIA UNIDADE DE VENDA (FATOR 1)     *
       BUSCA-PFO.
           MOVE 1 TO W-FATORCOMPRA
           MOVE PRO-UNIDADE TO W-UNIDCOMPRA
           DISPLAY (16, 30) "                    ".
           IF PED-TIPOPEDIDO NOT = 1 OR W-TEMPFO NOT = "S"
              GO TO BUSCA-PFO-FIM.
           MOVE PRO-CODIGO TO PFO-COD-PRO
           MOVE PED-FOR-CPFCNPJ TO PFO-CPFCNPJ
           READ ARQPFO
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-PFO-FIM.
           IF PFO-FATOR > 0
              MOVE PFO-FATOR TO W-FATORCOMPRA
              MOVE PFO-UNIDCOMPRA TO W-UNIDCOMPRA.
           IF PFO-PRECO > 0
              MOVE PFO-PRECO TO W-PRECOPED.
           DISPLAY (16, 30) W-UNIDCOMPRA " (x" W-FATORCOMPRA " "
                   PRO-UNIDADE ")".
       BUSCA-PFO-FIM.
                EXIT.

      * PROMOCAO EM VIGOR NA DATA DO PEDIDO (SO NA VENDA): PRIMEIRO *
      * A DO PRODUTO E, NA FALTA DELA, A DA CATEGORIA; HAVENDO MAIS *
      * DE UMA, VALE A DE INICIO MAIS RECENTE. O PRECO NORMAL FICA  *
      * EM W-PRECONORMAL; A REGRA SO SE APLICA NA QUANTIDADE (R6B)  *
       BUSCA-PROMO.
           MOVE W-PRECOPED TO W-PRECONORMAL
           MOVE ZEROS TO W-PRMNUM W-PRMDATAINI W-PRMDATAFIM
                         W-PRMPRECO W-PRMQTDMIN W-PRMLEVA W-PRMPAGA
           MOVE "N" TO W-PRMAPLICADA
           MOVE SPACES TO W-MSGPROMO
           DISPLAY (17, 32) W-MSGPROMO
           IF W-TEMPRM NOT = "S" OR PED-TIPOPEDIDO NOT = 2
              GO TO BUSCA-PROMO-FIM.
           MOVE "P" TO PRM-TIPOALVO
           MOVE PRO-CODIGO TO PRM-CODALVO
           PERFORM BUSCA-PROMO-ALVO THRU BUSCA-PROMO-ALVO-FIM
           IF W-PRMNUM = ZEROS
              MOVE "C" TO PRM-TIPOALVO
              MOVE PRO-TIPOPRODUTO TO PRM-CODALVO
              PERFORM BUSCA-PROMO-ALVO THRU BUSCA-PROMO-ALVO-FIM.
           IF W-PRMNUM = ZEROS
              GO TO BUSCA-PROMO-FIM.
           MOVE W-PRMDATAFIM TO W-MSGDATA
           IF W-PRMLEVA > 0
              STRING "PROMO ATE " W-MSGDATA " LEVE " W-PRMLEVA
                     " PAGUE " W-PRMPAGA DELIMITED BY SIZE
                     INTO W-MSGPROMO
           ELSE
            IF W-PRMQTDMIN > 1
              STRING "PROMO ATE " W-MSGDATA " A PARTIR DE "
                     W-PRMQTDMIN DELIMITED BY SIZE INTO W-MSGPROMO
            ELSE
              STRING "PROMO ATE " W-MSGDATA DELIMITED BY SIZE
                     INTO W-MSGPROMO.
           DISPLAY (17, 32) W-MSGPROMO.
       BUSCA-PROMO-FIM.
                EXIT.

       BUSCA-PROMO-ALVO.
           MOVE PRM-ALVO TO W-PRMALVO
           START ARQPRM KEY IS NOT LESS THAN PRM-ALVO
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-PROMO-ALVO-FIM.
       BUSCA-PROMO-ALVO-LOOP.
           READ ARQPRM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-PROMO-ALVO-FIM.
           IF PRM-ALVO NOT = W-PRMALVO
              GO TO BUSCA-PROMO-ALVO-FIM.
           IF PRM-SITUACAO NOT = "A"
              GO TO BUSCA-PROMO-ALVO-LOOP.
           IF PRM-DATAINI > PED-DATA OR PRM-DATAFIM < PED-DATA
              GO TO BUSCA-PROMO-ALVO-LOOP.
           IF W-PRMNUM NOT = ZEROS AND PRM-DATAINI < W-PRMDATAINI
              GO TO BUSCA-PROMO-ALVO-LOOP.
           MOVE PRM-NUMERO  TO W-PRMNUM
           MOVE PRM-DATAINI TO W-PRMDATAINI
           MOVE PRM-DATAFIM TO W-PRMDATAFIM
           MOVE PRM-QTDMIN  TO W-PRMQTDMIN
           MOVE PRM-LEVA    TO W-PRMLEVA
           MOVE PRM-PAGA    TO W-PRMPAGA
           IF PRM-PRECO > 0
              MOVE PRM-PRECO TO W-PRMPRECO
           ELSE
              COMPUTE W-PRMPRECO ROUNDED =
                  W-PRECONORMAL * (100 - PRM-PERCENT) / 100.
           GO TO BUSCA-PROMO-ALVO-LOOP.
       BUSCA-PROMO-ALVO-FIM.
                EXIT.

      * APLICA A PROMOCAO PELA QUANTIDADE DIGITADA: ABAIXO DO MINIMO *
      * FICA O PRECO NORMAL; NO LEVE N PAGUE M O PRECO UNITARIO E A *
      * MEDIA DO QUE SE PAGA. NUNCA ABAIXO DO CUSTO MEDIO MAIS A     *
      * MARGEM MINIMA - O DESCONTO DO ITEM (R6C) PARTE DESTE PRECO   *
       APLICA-PROMO.
           MOVE W-PRECONORMAL TO W-PRECOPED
           MOVE "N" TO W-PRMAPLICADA
           IF W-PRMNUM = ZEROS
              GO TO APLICA-PROMO-FIM.
           IF PEI-QUANTIDADE < W-PRMQTDMIN
              GO TO APLICA-PROMO-MOSTRA.
           MOVE W-PRMPRECO TO W-PRECOPED
           IF W-PRMLEVA > 0
              DIVIDE PEI-QUANTIDADE BY W-PRMLEVA GIVING W-QTDGRUPOS
                     REMAINDER W-QTDSOBRA
              COMPUTE W-QTDPAGA = W-QTDGRUPOS * W-PRMPAGA
                                + W-QTDSOBRA
              COMPUTE W-PRECOPED ROUNDED =
                  W-PRMPRECO * W-QTDPAGA / PEI-QUANTIDADE.
           COMPUTE W-PRECOPISO ROUNDED =
               PRO-CUSTOMEDIO * (100 + PAR-MARGEMMIN) / 100
           IF W-PRECOPED < W-PRECOPISO
              MOVE W-PRECOPISO TO W-PRECOPED
              MOVE "PROMOCAO LIMITADA PELA MARGEM MINIMA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-PRECOPED NOT < W-PRECONORMAL
              MOVE W-PRECONORMAL TO W-PRECOPED
           ELSE
              MOVE "S" TO W-PRMAPLICADA.
       APLICA-PROMO-MOSTRA.
           DISPLAY TPEI-PRECOUNITARIO.
       APLICA-PROMO-FIM.
                EXIT.

      * VENDA EM PROMOCAO: PRECO NORMAL, PROMOCIONAL E CUSTO DO ITEM *
      * PARA O RELATORIO DE RESULTADO DAS PROMOCOES (SCE068)         *
       REGISTRA-PROMO.
           IF W-PRMAPLICADA NOT = "S"
              GO TO REGISTRA-PROMO-LIMPA.
           MOVE W-PRMNUM         TO PVD-PRM-NUMERO
           MOVE PEI-COD          TO PVD-PED-COD
           MOVE PEI-ITEM         TO PVD-ITEM
           MOVE PEI-COD-PRO      TO PVD-COD-PRO
           MOVE PED-DATA         TO PVD-DATA
           MOVE PEI-QUANTIDADE   TO PVD-QUANTIDADE
           MOVE W-PRECONORMAL    TO PVD-PRECONORMAL
           MOVE PEI-PRECOUNITARIO TO PVD-PRECOPROMO
           MOVE PRO-CUSTOMEDIO   TO PVD-CUSTO
           WRITE REGPVD
           IF ST-ERRO = "22"
              REWRITE REGPVD.
       REGISTRA-PROMO-LIMPA.
           MOVE "N" TO W-PRMAPLICADA
           MOVE SPACES TO W-MSGPROMO
           DISPLAY (17, 32) W-MSGPROMO.
       REGISTRA-PROMO-FIM.
                EXIT.

      * LE O SALDO DE LOJA DO PRODUTO CORRENTE (ARQEST, LOCAL "L") *
      * PARA O TESTE DE ESTOQUE DA VENDA; PRODUTO SEM REGISTRO DE  *
      * LOCAL TEM SALDO DE LOJA ZERO (VER CARGA INICIAL NO SCE017) *
       LER-SALDOLOJA.
           IF W-EHKIT = "S"
              MOVE W-DISPKIT TO W-SALDOLOJA
              GO TO LER-SALDOLOJA-FIM.
           MOVE PRO-CODIGO TO EST-COD-PRO
           MOVE "L" TO EST-LOCAL
           READ ARQEST
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
      * SALDO DE LOJA (QUANTOS KITS ELE MONTA) E O CUSTO E A SOMA   *
      * DOS CUSTOS MEDIOS DOS COMPONENTES, QUE FICA NO REGPRO DO    *
      * KIT PARA O PISO DE MARGEM DO DESCONTO (R6C-DESCONTO)        *
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

      * MOVIMENTA OS COMPONENTES DO KIT W-KITCOD PARA W-QTDKIT      *
      * UNIDADES DO KIT: SAIDA NA VENDA (COM CONSUMO DE LOTE) OU    *
      * ENTRADA NO ESTORNO, CONFORME W-MOVTIPO, SEMPRE NO SALDO DE  *
      * LOJA E COM UM LANCAMENTO NO ARQMOV POR COMPONENTE (A ORIGEM *
      * EM W-MOVORIGEM E A DO DOCUMENTO: PED, CAN OU EXC)           *
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
           IF W-KITTIPO = "E"
              ADD W-MOVQTDE TO PRO-QTDESTOQUE
              GO TO MOVE-KIT-RW1.
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
                    MOVE "*** COMPONENTE EM USO, ESTOQUE NAO ATUALIZADO"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                 ELSE
                    GO TO MOVE-KIT-RW1
              ELSE
                 MOVE "ERRO NA ATUALIZACAO DO ESTOQUE DO COMPONENTE"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO MOVE-KIT-LOOP.

       MOVE-KIT-FIM.
                EXIT.

      * ATUALIZA O SALDO DO LOCAL MOVIMENTADO (ARQEST): ENTRADA     *
      * SOMA, SAIDA SUBTRAI; O REGISTRO DO LOCAL E CRIADO NA        *
      * PRIMEIRA MOVIMENTACAO DO PRODUTO NAQUELE LOCAL              *
       GRAVA-MOV-FIM.
                EXIT.

      * PONTOS DA VENDA GRAVADA: DEBITA O RESGATE FEITO NO BALCAO E *
      * CREDITA OS PONTOS GANHOS SOBRE O VALOR LIQUIDO DO PEDIDO    *
       FID-VENDA.
           IF PED-TIPOPEDIDO NOT = 2
              GO TO FID-VENDA-FIM.
           MOVE PED-CLI-CPFCNPJ TO W-FIMCPF
           MOVE PED-COD TO W-FIMPED
           IF W-PTSRESGATE > 0
              MOVE "R" TO W-FIMTIPO
              MOVE W-PTSRESGATE TO W-FIMPONTOS
              PERFORM FID-DEBITA THRU FID-DEBITA-FIM
              MOVE ZEROS TO W-PTSRESGATE.
           COMPUTE W-FIMPONTOS = PED-VALORTOTAL * PAR-PTSREAL
           MOVE "G" TO W-FIMTIPO
           PERFORM FID-CREDITA THRU FID-CREDITA-FIM.
       FID-VENDA-FIM.
                EXIT.

      * ESTORNO DE PONTOS NO CANCELAMENTO/EXCLUSAO DA VENDA: VOLTA  *
      * AO CLIENTE O QUE FOI RESGATADO NO PEDIDO (V) E RETIRA O QUE *
      * ELE GANHOU E AINDA NAO FOI ESTORNADO PELA DEVOLUCAO (D)     *
       FID-ESTORNO.
           IF PED-TIPOPEDIDO NOT = 2
              GO TO FID-ESTORNO-FIM.
           MOVE ZEROS TO W-PEDGANHO W-PEDESTORNO W-PEDRESGATE
                         W-PEDVOLTA
           MOVE PED-CLI-CPFCNPJ TO FIM-CPFCNPJ
           MOVE ZEROS TO FIM-DATA FIM-HORA FIM-SEQ
           START ARQFIM KEY IS NOT LESS THAN FIM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO FID-ESTORNO-FIM.

       FID-ESTORNO-LOOP.
           READ ARQFIM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO FID-ESTORNO-CALC.
           IF FIM-CPFCNPJ NOT = PED-CLI-CPFCNPJ
              GO TO FID-ESTORNO-CALC.
           IF FIM-PED-COD NOT = PED-COD
              GO TO FID-ESTORNO-LOOP.
           IF FIM-TIPO = "G"
              ADD FIM-PONTOS TO W-PEDGANHO.
           IF FIM-TIPO = "D"
              ADD FIM-PONTOS TO W-PEDESTORNO.
           IF FIM-TIPO = "R"
              ADD FIM-PONTOS TO W-PEDRESGATE.
           IF FIM-TIPO = "V"
              ADD FIM-PONTOS TO W-PEDVOLTA.
           GO TO FID-ESTORNO-LOOP.

       FID-ESTORNO-CALC.
           MOVE PED-CLI-CPFCNPJ TO W-FIMCPF
           MOVE PED-COD TO W-FIMPED
           IF W-PEDRESGATE > W-PEDVOLTA
              COMPUTE W-FIMPONTOS = W-PEDRESGATE - W-PEDVOLTA
              MOVE "V" TO W-FIMTIPO
              PERFORM FID-CREDITA THRU FID-CREDITA-FIM.
           IF W-PEDGANHO > W-PEDESTORNO
              COMPUTE W-FIMPONTOS = W-PEDGANHO - W-PEDESTORNO
              MOVE "D" TO W-FIMTIPO
              PERFORM FID-DEBITA THRU FID-DEBITA-FIM.
       FID-ESTORNO-FIM.
                EXIT.

      * GRAVA UM MOVIMENTO DE PONTOS (ARQFIM) COM O TIPO, PONTOS,  *
      * PEDIDO, SALDO RESTANTE E VALIDADE PREPARADOS POR QUEM CHAMA *
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
           MOVE "ERRO NA GRAVACAO DO SALDO DE PONTOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FID-GRAVA-SALDO-FIM.
                EXIT.

      * CREDITO DE W-FIMPONTOS (G OU V) AO CLIENTE W-FIMCPF, COM  *
      * VALIDADE DE PAR-VALIDPTS DIAS E TODO O SALDO DISPONIVEL   *
       FID-CREDITA.
           IF W-FIMPONTOS = 0
              GO TO FID-CREDITA-FIM.
           PERFORM FID-LER-SALDO THRU FID-LER-SALDO-FIM
           ADD W-FIMPONTOS TO FID-SALDO
           IF W-FIMTIPO = "G"
              ADD W-FIMPONTOS TO FID-ACUMULADO.
           IF W-FIMTIPO = "V" AND FID-RESGATADO NOT < W-FIMPONTOS
              SUBTRACT W-FIMPONTOS FROM FID-RESGATADO.
           PERFORM CALC-VALIDADE THRU CALC-VALIDADE-FIM
           MOVE W-FIMPONTOS TO W-FIMREST
           PERFORM FID-GRAVA-MOV THRU FID-GRAVA-MOV-FIM
           PERFORM FID-GRAVA-SALDO THRU FID-GRAVA-SALDO-FIM.
       FID-CREDITA-FIM.
                EXIT.

      * DEBITO DE W-FIMPONTOS (R OU D) DO CLIENTE W-FIMCPF, LIMITADO *
      * AO SALDO: CONSOME OS CREDITOS MAIS ANTIGOS AINDA ABERTOS     *
       FID-DEBITA.
           PERFORM FID-LER-SALDO THRU FID-LER-SALDO-FIM
           IF W-FIMPONTOS > FID-SALDO
              MOVE FID-SALDO TO W-FIMPONTOS.
           IF W-FIMPONTOS = 0
              GO TO FID-DEBITA-FIM.
           SUBTRACT W-FIMPONTOS FROM FID-SALDO
           IF W-FIMTIPO = "R"
              ADD W-FIMPONTOS TO FID-RESGATADO.
           MOVE W-FIMPONTOS TO W-PTSDEBITAR
           MOVE W-FIMCPF TO FIM-CPFCNPJ
           MOVE ZEROS TO FIM-DATA FIM-HORA FIM-SEQ
           START ARQFIM KEY IS NOT LESS THAN FIM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO FID-DEBITA-GRAVA.

       FID-DEBITA-LOOP.
           IF W-PTSDEBITAR = 0
              GO TO FID-DEBITA-GRAVA.
           READ ARQFIM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO FID-DEBITA-GRAVA.
           IF FIM-CPFCNPJ NOT = W-FIMCPF
              GO TO FID-DEBITA-GRAVA.
           IF FIM-SALDOREST = 0
              GO TO FID-DEBITA-LOOP.
           IF FIM-SALDOREST > W-PTSDEBITAR
              SUBTRACT W-PTSDEBITAR FROM FIM-SALDOREST
              MOVE ZEROS TO W-PTSDEBITAR
           ELSE
              SUBTRACT FIM-SALDOREST FROM W-PTSDEBITAR
              MOVE ZEROS TO FIM-SALDOREST.
           REWRITE REGFIM
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ATUALIZACAO DO MOVIMENTO DE PONTOS"
                                                         TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO FID-DEBITA-LOOP.

       FID-DEBITA-GRAVA.
           MOVE ZEROS TO W-FIMREST W-VALIDADE
           PERFORM FID-GRAVA-MOV THRU FID-GRAVA-MOV-FIM
           PERFORM FID-GRAVA-SALDO THRU FID-GRAVA-SALDO-FIM.
       FID-DEBITA-FIM.
                EXIT.

      * EXPIRA OS CREDITOS DO CLIENTE W-FIMCPF COM VALIDADE JA      *
      * VENCIDA: ZERA O QUE RESTAVA DELES E GRAVA UM UNICO MOVIMENTO *
      * X COM O TOTAL, BAIXADO DO SALDO                              *
       FID-EXPIRA.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-PTSEXPIRA
           MOVE W-FIMCPF TO FIM-CPFCNPJ
           MOVE ZEROS TO FIM-DATA FIM-HORA FIM-SEQ
           START ARQFIM KEY IS NOT LESS THAN FIM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO FID-EXPIRA-FIM.

       FID-EXPIRA-LOOP.
           READ ARQFIM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO FID-EXPIRA-BAIXA.
           IF FIM-CPFCNPJ NOT = W-FIMCPF
              GO TO FID-EXPIRA-BAIXA.
           IF FIM-SALDOREST = 0
              GO TO FID-EXPIRA-LOOP.
           IF FIM-VALIDADE NOT < W-DATAHOJE
              GO TO FID-EXPIRA-LOOP.
           ADD FIM-SALDOREST TO W-PTSEXPIRA
           MOVE ZEROS TO FIM-SALDOREST
           REWRITE REGFIM
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ATUALIZACAO DO MOVIMENTO DE PONTOS"
                                                         TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO FID-EXPIRA-LOOP.

       FID-EXPIRA-BAIXA.
           IF W-PTSEXPIRA = 0
              GO TO FID-EXPIRA-FIM.
           PERFORM FID-LER-SALDO THRU FID-LER-SALDO-FIM
           IF W-PTSEXPIRA > FID-SALDO
              MOVE FID-SALDO TO W-PTSEXPIRA.
           SUBTRACT W-PTSEXPIRA FROM FID-SALDO
           MOVE "X" TO W-FIMTIPO
           MOVE W-PTSEXPIRA TO W-FIMPONTOS
           MOVE ZEROS TO W-FIMPED W-FIMREST W-VALIDADE
           PERFORM FID-GRAVA-MOV THRU FID-GRAVA-MOV-FIM
           PERFORM FID-GRAVA-SALDO THRU FID-GRAVA-SALDO-FIM.
       FID-EXPIRA-FIM.
                EXIT.

      * VALIDADE = HOJE + PAR-VALIDPTS DIAS, NO MESMO CALENDARIO   *
      * COMERCIAL (ANO DE 360 E MES DE 30 DIAS) DO CALCULO DE      *
      * ATRASO DO SCE013/SCE034                                    *
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

       ROT-FIM.
           PERFORM LIBERA-TERMINAL THRU LIBERA-TERMINAL-FIM.
           CLOSE ARQPED ARQPEI ARQPRO ARQCLI ARQFOR ARQAUD ARQTIT
                 ARQPRC ARQEST ARQMOV ARQENT ARQTRM ARQUSU ARQFIS
                 ARQLOT ARQSER ARQFID ARQFIM.
           IF W-TEMCAT = "S"
              CLOSE ARQCAT.
           IF W-TEMFEC = "S"
              CLOSE ARQDEV.
           IF W-TEMPAR = "S"
              CLOSE ARQPAR.
           IF W-TEMKIT = "S"
              CLOSE ARQKIT.
           IF W-TEMPFO = "S"
              CLOSE ARQPFO.
           IF W-TEMFRT = "S"
              CLOSE ARQFRT.
           IF W-TEMPRM = "S"
              CLOSE ARQPRM ARQPVD.
           CLOSE ARQAPR.
           STOP RUN.

      * COMPRA ACIMA DO LIMITE DOS PARAMETROS (PAR-LIMCOMPRA, ZERO *
      * = SEM LIMITE) NAO SEGUE PARA O RECEBIMENTO: FICA "A" ATE A *
      * DECISAO DO SUPERVISOR NO SCE069                            *
       VERIFICA-LIMCOMPRA.
           IF PAR-LIMCOMPRA = 0
              GO TO VERIFICA-LIMCOMPRA-FIM.
           IF PED-VALORTOTAL > PAR-LIMCOMPRA
              MOVE "A" TO PED-STATUS.
       VERIFICA-LIMCOMPRA-FIM.
                EXIT.

      * COMPRA "A": ENTRA NA FILA DE APROVACAO (ARQAPR) EM NOME DO *
      * OPERADOR QUE A LANCOU; UM PEDIDO REAPROVEITADO SOBREPOE A  *
      * DECISAO ANTERIOR                                           *
       GRAVA-APR.
           IF PED-STATUS NOT = "A"
              GO TO GRAVA-APR-FIM.
           MOVE PED-COD TO APR-PED-COD
           MOVE W-USUARIO TO APR-OPERADOR
           MOVE "P" TO APR-DECISAO
           MOVE PED-FOR-CPFCNPJ TO APR-FOR-CPFCNPJ
           MOVE PED-VALORTOTAL TO APR-VALOR
           MOVE PED-DATA TO APR-DATAPEDIDO
           MOVE ZEROS TO APR-DATA APR-HORA
           MOVE SPACES TO APR-SUPERVISOR APR-NOTA
           MOVE "N" TO APR-CIENTE
           WRITE REGAPR
           IF ST-ERRO = "22"
              REWRITE REGAPR.
           MOVE "*** COMPRA ACIMA DO LIMITE, AGUARDA APROVACAO" TO MENS.
       GRAVA-APR-FIM.
                EXIT.

      * AVISA O OPERADOR DAS SUAS COMPRAS REJEITADAS PELO SUPERVI- *
      * SOR QUE AINDA NAO FORAM VISTAS (APR-CIENTE) NA OPCAO 2 DO  *
      * SCE069                                                     *
       AVISA-REJEICAO.
           MOVE ZEROS TO W-QTDREJ
           MOVE W-USUARIO TO APR-OPERADOR
           START ARQAPR KEY IS NOT LESS THAN APR-OPERADOR
           IF ST-ERRO NOT = "00"
              GO TO AVISA-REJEICAO-FIM.

       AVISA-REJEICAO-LOOP.
           READ ARQAPR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO AVISA-REJEICAO-MSG.
           IF APR-OPERADOR NOT = W-USUARIO
              GO TO AVISA-REJEICAO-MSG.
           IF APR-DECISAO = "J" AND APR-CIENTE NOT = "S"
              ADD 1 TO W-QTDREJ.
           GO TO AVISA-REJEICAO-LOOP.

       AVISA-REJEICAO-MSG.
           IF W-QTDREJ = 0
              GO TO AVISA-REJEICAO-FIM.
           MOVE W-QTDREJ TO W-MSGREJQTD
           MOVE W-MSGREJ TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       AVISA-REJEICAO-FIM.
                EXIT.

      * MARCA MAIS UM TERMINAL DE PEDIDOS ABERTO (ARQTRM); A CADEIA *
      * NOTURNA (SCE027) SO RODA COM ESTE CONTADOR ZERADO, PARA OS  *
      * ARQUIVOS FICAREM QUIETOS                                    *
