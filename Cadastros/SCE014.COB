      *    (PED-COD/PEI-ITEM DE ORIGEM), COM MOTIVO, DEVOLVE A
      *    QUANTIDADE AO ESTOQUE DO PRODUTO E GUARDA O REGISTRO EM
      *    ARQDEV PARA OS RELATORIOS DE VENDA BRUTA/DEVOLUCAO/LIQUIDA.
      *    O KIT (ARQKIT, SCE053) DEVOLVIDO VOLTA AOS COMPONENTES.
      *    OS PONTOS DE FIDELIDADE GANHOS NA VENDA SAEM DO CLIENTE
      *    NA PROPORCAO DO VALOR DEVOLVIDO (ARQFID/ARQFIM).
      *    O PRODUTO SERIALIZADO EXIGE A SERIE DE CADA UNIDADE
      *    DEVOLVIDA, QUE VOLTA AO ESTOQUE NO ARQSER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 ALTERNATE RECORD KEY IS DEV-COD-PRO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-CHAVE
                 ALTERNATE RECORD KEY IS SER-NUMERO WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQEST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                 ALTERNATE RECORD KEY IS KIT-COMPONENTE WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
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

       FD ARQDEV
               LABEL RECORD IS STANDARD
          03 DEV-MOTIVO              PIC X(01).
          03 DEV-USUARIO             PIC X(12).

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

       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".
                03 AUD-CHAVE              PIC X(14).
                03 FILLER                 PIC X(30).

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

       WORKING-STORAGE SECTION.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-MOTIVO               PIC X(01) VALUE SPACES.
       01 DMOTIVO                PIC X(20) VALUE SPACES.
       01 MASCQTD                PIC ZZZ.ZZ9.
       01 W-QTDENTRA             PIC 9(06) VALUE ZEROS.
       01 W-TEMKIT               PIC X(01) VALUE "N".
       01 W-EHKIT                PIC X(01) VALUE "N".
       01 W-TEMPAR               PIC X(01) VALUE "N".
       01 W-SERIE                PIC X(20) VALUE SPACES.
       01 W-SEQSERIE             PIC 9(06) VALUE ZEROS.
       01 W-QTDSERIE             PIC 9(06) VALUE ZEROS.

      * PROGRAMA DE FIDELIDADE (ARQFID/ARQFIM): ESTORNO DOS PONTOS *
      * GANHOS NA VENDA DEVOLVIDA                                  *
       01 W-FIDNOVO              PIC X(01) VALUE "N".
       01 W-FIMCPF               PIC 9(14) VALUE ZEROS.
       01 W-FIMTIPO              PIC X(01) VALUE SPACES.
       01 W-FIMPONTOS            PIC 9(09) VALUE ZEROS.
       01 W-FIMPED               PIC 9(06) VALUE ZEROS.
       01 W-FIMREST              PIC 9(09) VALUE ZEROS.
       01 W-PTSDEBITAR           PIC 9(09) VALUE ZEROS.
       01 W-VALIDADE             PIC 9(08) VALUE ZEROS.
       01 W-PEDGANHO             PIC 9(09) VALUE ZEROS.
       01 W-PEDESTORNO           PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0C1A.
           OPEN I-O ARQSER
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQSER
              CLOSE ARQSER
              GO TO R0C1A
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE SERIES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      * COMPOSICAO DOS KITS: O KIT DEVOLVIDO VOLTA AOS COMPONENTES; *
      * SEM O ARQUIVO NENHUM PRODUTO E TRATADO COMO KIT             *
       R0C2.
           OPEN INPUT ARQKIT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMKIT
           ELSE
              MOVE "N" TO W-TEMKIT.

      * PARAMETROS (SCE041): PONTOS DE FIDELIDADE POR REAL E LIMITE *
      * DE TENTATIVAS DE LOCK; SEM O ARQUIVO VALEM OS PADROES       *
       R0C3.
           MOVE 10 TO PAR-TENTLOCK
           MOVE 1,00 TO PAR-PTSREAL
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPAR
              MOVE 1 TO PAR-ID
              READ ARQPAR
              IF ST-ERRO NOT = "00"
                 MOVE 10 TO PAR-TENTLOCK
                 MOVE 1,00 TO PAR-PTSREAL.

      * SALDO E MOVIMENTO DE PONTOS DE FIDELIDADE DOS CLIENTES *
       R0C4.
           OPEN I-O ARQFID
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQFID
              CLOSE ARQFID
              GO TO R0C4
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PONTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0C5.
           OPEN I-O ARQFIM
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQFIM
              CLOSE ARQFIM
              GO TO R0C5
            ELSE
              MOVE "ERRO NA ABERTURA DO MOVIMENTO DE PONTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0D.
           OPEN EXTEND ARQAUD
           IF ST-ERRO NOT = "00"
              MOVE "*** QUANTIDADE MAIOR QUE A DEVOLVIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF PRO-SERIAL = "S"
              PERFORM CONTA-SERIE THRU CONTA-SERIE-FIM
              IF W-QTDDEV > W-QTDSERIE
                 MOVE "*** QTDE MAIOR QUE AS SERIES VENDIDAS NO PEDIDO"
                                                           TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3.

       R4.
           DISPLAY (09, 05)
           MOVE W-USUARIO TO DEV-USUARIO.

       R6-ESTOQUE.
           MOVE W-QTDDEV TO W-QTDENTRA
           PERFORM KIT-VERIFICA THRU KIT-VERIFICA-FIM
           IF W-EHKIT = "S"
              GO TO R8-KIT.
           ADD W-QTDDEV TO PRO-QTDESTOQUE.

       R6-RW1.
           MOVE "D" TO W-ACAOAUD
           MOVE W-PEDIDO TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           PERFORM FID-DEVOLUCAO THRU FID-DEVOLUCAO-FIM
           PERFORM DEVOLVE-SERIE THRU DEVOLVE-SERIE-FIM
           MOVE "*** DEVOLUCAO REGISTRADA, ESTOQUE DEVOLVIDO ***"
                                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
       R7-SOMADEV-FIM.
                EXIT.

      * DEVOLUCAO DE KIT: O KIT NAO TEM ESTOQUE PROPRIO, ENTAO O    *
      * REGISTRO DE DEVOLUCAO FICA NO KIT (O ITEM VENDIDO) E AS     *
      * QUANTIDADES VOLTAM AOS COMPONENTES, CADA UM COM O SEU SALDO *
      * DE LOJA E O SEU LANCAMENTO NO LIVRO DE MOVIMENTACAO         *
       R8-KIT.
           WRITE REGDEV
           IF ST-ERRO = "22"
              ADD 1 TO DEV-SEQ
              GO TO R8-KIT.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA DEVOLUCAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE PEI-COD-PRO TO KIT-COD-PRO
           MOVE ZEROS TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R8-KIT-AUD.

       R8-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R8-KIT-AUD.
           IF KIT-COD-PRO NOT = PEI-COD-PRO
              GO TO R8-KIT-AUD.
           MOVE KIT-COMPONENTE TO PRO-CODIGO.
       R8-KIT-LER.
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "51"
                 PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
                 IF W-TENTLOCK > 10
                    MOVE ZEROS TO W-TENTLOCK
                    MOVE "*** COMPONENTE EM USO, ESTOQUE NAO DEVOLVIDO"
                                                           TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO R8-KIT-LOOP
                 ELSE
                    GO TO R8-KIT-LER
              ELSE
                 GO TO R8-KIT-LOOP.
           COMPUTE W-QTDENTRA = W-QTDDEV * KIT-QUANTIDADE
           ADD W-QTDENTRA TO PRO-QTDESTOQUE.

       R8-KIT-RW1.
           REWRITE REGPRO
           IF ST-ERRO = "00" OR "02"
              MOVE ZEROS TO W-TENTLOCK
              PERFORM ATU-LOCAL THRU ATU-LOCAL-FIM
              PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
              GO TO R8-KIT-LOOP.
           IF ST-ERRO = "51"
              PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
              IF W-TENTLOCK > 10
                 MOVE ZEROS TO W-TENTLOCK
                 MOVE "*** COMPONENTE EM USO, ESTOQUE NAO DEVOLVIDO"
                                                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R8-KIT-LOOP
              ELSE
                 GO TO R8-KIT-RW1.
           MOVE "ERRO NA ATUALIZACAO DO ESTOQUE DO COMPONENTE" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R8-KIT-LOOP.

       R8-KIT-AUD.
           MOVE "D" TO W-ACAOAUD
           MOVE W-PEDIDO TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           PERFORM FID-DEVOLUCAO THRU FID-DEVOLUCAO-FIM
           MOVE "*** KIT DEVOLVIDO, COMPONENTES NO ESTOQUE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

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

      * CONTA AS SERIES DO PRODUTO AINDA VENDIDAS NESTE PEDIDO: A  *
      * DEVOLUCAO NAO PASSA DESSE TOTAL, ENTAO A CAPTURA DAS SERIES *
      * NO DEVOLVE-SERIE SEMPRE TEM UMA SERIE VALIDA A RECEBER      *
       CONTA-SERIE.
           MOVE ZEROS TO W-QTDSERIE
           MOVE PEI-COD-PRO TO SER-COD-PRO
           MOVE SPACES TO SER-NUMERO
           START ARQSER KEY IS NOT LESS THAN SER-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CONTA-SERIE-FIM.

       CONTA-SERIE-LOOP.
           READ ARQSER NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CONTA-SERIE-FIM.
           IF SER-COD-PRO NOT = PEI-COD-PRO
              GO TO CONTA-SERIE-FIM.
           IF SER-STATUS = "V" AND SER-PED-VENDA = W-PEDIDO
              ADD 1 TO W-QTDSERIE.
           GO TO CONTA-SERIE-LOOP.
       CONTA-SERIE-FIM.
                EXIT.

      * PRODUTO SERIALIZADO: A SERIE DE CADA UNIDADE DEVOLVIDA    *
      * TEM DE TER SAIDO NESTA VENDA E AINDA ESTAR COMO VENDIDA;   *
      * ELA VOLTA AO ESTOQUE NO ARQSER, LIVRE PARA UMA NOVA VENDA  *
       DEVOLVE-SERIE.
           IF PRO-SERIAL NOT = "S"
              GO TO DEVOLVE-SERIE-FIM.
           MOVE ZEROS TO W-SEQSERIE.

       DEVOLVE-SERIE-LOOP.
           IF W-SEQSERIE NOT < W-QTDDEV
              GO TO DEVOLVE-SERIE-LIMPA.
           ADD 1 TO W-SEQSERIE.

       DEVOLVE-SERIE-1.
           MOVE SPACES TO W-SERIE
           DISPLAY (13, 05) "Serie " W-SEQSERIE "/" W-QTDDEV " : ".
           ACCEPT (13, 28) W-SERIE.
           IF W-SERIE = SPACES
              MOVE "*** SERIE NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLVE-SERIE-1.
           MOVE PEI-COD-PRO TO SER-COD-PRO
           MOVE W-SERIE TO SER-NUMERO
           READ ARQSER
           IF ST-ERRO NOT = "00"
              MOVE "*** SERIE NAO CADASTRADA PARA O PRODUTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLVE-SERIE-1.
           IF SER-STATUS NOT = "V" OR SER-PED-VENDA NOT = W-PEDIDO
              MOVE "*** SERIE NAO FOI VENDIDA NESTE PEDIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLVE-SERIE-1.
           MOVE "E" TO SER-STATUS
           MOVE ZEROS TO SER-PED-VENDA SER-CLI-CPFCNPJ SER-DATAVENDA
           REWRITE REGSER
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ATUALIZACAO DO NUMERO DE SERIE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO DEVOLVE-SERIE-LOOP.

       DEVOLVE-SERIE-LIMPA.
           DISPLAY (13, 05) "                                        ".
           DISPLAY (13, 45) "     ".
       DEVOLVE-SERIE-FIM.
                EXIT.

       ROT-FIM.
           CLOSE ARQPED ARQPEI ARQPRO ARQDEV ARQEST ARQMOV ARQAUD
                 ARQUSU ARQFID ARQFIM ARQSER.
           IF W-TEMKIT = "S"
              CLOSE ARQKIT.
           IF W-TEMPAR = "S"
              CLOSE ARQPAR.
           STOP RUN.

       ROT-MENS.
              MOVE PRO-CODIGO TO EST-COD-PRO
              MOVE "L" TO EST-LOCAL
              READ ARQEST.
           ADD W-QTDENTRA TO EST-QTDESTOQUE
           REWRITE REGEST
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ATUALIZACAO DO ESTOQUE POR LOCAL" TO MENS
           MOVE "DEV" TO MOV-ORIGEM
           MOVE W-PEDIDO TO MOV-DOC-PED
           MOVE W-ITEM TO MOV-DOC-ITEM
           MOVE W-QTDENTRA TO MOV-QUANTIDADE
           MOVE W-USUARIO TO MOV-USUARIO
           MOVE PRO-QTDESTOQUE TO MOV-SALDOAPOS.

       GRAVA-MOV-FIM.
                EXIT.

      * ESTORNO DOS PONTOS DA DEVOLUCAO: DEV-VALOR x PAR-PTSREAL,   *
      * LIMITADO AO QUE O PEDIDO GANHOU E AINDA NAO FOI ESTORNADO   *
       FID-DEVOLUCAO.
           MOVE ZEROS TO W-PEDGANHO W-PEDESTORNO
           MOVE PED-CLI-CPFCNPJ TO FIM-CPFCNPJ
           MOVE ZEROS TO FIM-DATA FIM-HORA FIM-SEQ
           START ARQFIM KEY IS NOT LESS THAN FIM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO FID-DEVOLUCAO-FIM.

       FID-DEVOLUCAO-LOOP.
           READ ARQFIM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO FID-DEVOLUCAO-CALC.
           IF FIM-CPFCNPJ NOT = PED-CLI-CPFCNPJ
              GO TO FID-DEVOLUCAO-CALC.
           IF FIM-PED-COD NOT = PED-COD
              GO TO FID-DEVOLUCAO-LOOP.
           IF FIM-TIPO = "G"
              ADD FIM-PONTOS TO W-PEDGANHO.
           IF FIM-TIPO = "D"
              ADD FIM-PONTOS TO W-PEDESTORNO.
           GO TO FID-DEVOLUCAO-LOOP.

       FID-DEVOLUCAO-CALC.
           IF W-PEDGANHO NOT > W-PEDESTORNO
              GO TO FID-DEVOLUCAO-FIM.
           COMPUTE W-FIMPONTOS = DEV-VALOR * PAR-PTSREAL
           IF W-FIMPONTOS > W-PEDGANHO - W-PEDESTORNO
              COMPUTE W-FIMPONTOS = W-PEDGANHO - W-PEDESTORNO.
           IF W-FIMPONTOS = 0
              GO TO FID-DEVOLUCAO-FIM.
           MOVE PED-CLI-CPFCNPJ TO W-FIMCPF
           MOVE PED-COD TO W-FIMPED
           MOVE "D" TO W-FIMTIPO
           PERFORM FID-DEBITA THRU FID-DEBITA-FIM.
       FID-DEVOLUCAO-FIM.
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


      * GRAVA UM REGISTRO NO ARQUIVO DE AUDITORIA (AUDITORIA.LOG) *
       GRAVA-AUD.
           MOVE SPACES TO REGAUD.
