      *    CONVERSAO DE LEIAUTES DOS ARQUIVOS (EXECUCAO UNICA)    *
      *    OS REGISTROS DE PRODUTO, PEDIDO, ITEM, TITULO, USUARIO,
      *    CATEGORIA E DOS HISTORICOS CRESCERAM (CLASSE ABC,
      *    PERECIVEL, CODIGO DE BARRAS, NUMERO DE SERIE E
      *    GARANTIA, PESO, VENDEDOR, DESCONTOS,
      *    RECEBIMENTO, FORMA DE PAGAMENTO, ENCARGOS, CONTROLE DE
      *    SENHA, ALIQUOTA FISCAL, FATOR DA UNIDADE DE COMPRA), O
      *    VINCULO PRODUTO-FORNECEDOR (ARQPFO) GANHOU A UNIDADE DE
      *    COMPRA E O FATOR DE CONVERSAO, A ENTREGA (ARQENT) GANHOU
      *    A ZONA E O VALOR DO FRETE, O ARQPAR GANHOU OS NOVOS
      *    PARAMETROS (NOTA, FIDELIDADE, CARTAO, PERDAS, ALCADA DE
      *    COMPRA E DADOS DA EMPRESA) E O ARQPRO GANHOU A CHAVE
      *    ALTERNATIVA PRO-CODBARRA: OS .DAT EXISTENTES NAO ABREM
      *    MAIS NOS PROGRAMAS NOVOS. NOS MOLDES DO SCE025, ESTE
      *    PROGRAMA LE CADA ARQUIVO NO LEIAUTE ANTIGO E REGRAVA NO
      *    NOVOS; NOS ITENS DE COMPRA JA EFETIVADAS NO REGIME
      *    ANTIGO A QUANTIDADE RECEBIDA E IGUALADA A PEDIDA, POIS
      *    O ESTOQUE DELAS JA FOI LANCADO NA DIGITACAO.
      *    PRODUTOS E ITENS JA CONVERTIDOS UMA VEZ (COM CLASSE ABC
      *    E RECEBIMENTO) SAO RECONHECIDOS PELO TAMANHO DO REGISTRO
      *    (FILE STATUS 39 NO LEIAUTE MAIS ANTIGO) E RELIDOS NESSE
      *    LEIAUTE INTERMEDIARIO.
      *    APOS A CONFERENCIA, RENOMEIE CADA ARQXXXN.DAT PARA O
      *    NOME ORIGINAL (GUARDANDO OS ANTIGOS COMO COPIA).

                    ALTERNATE RECORD KEY IS PRO-CODBARRA
                                   WITH DUPLICATES.

           SELECT ARQPROB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPRO-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS BPRO-DESCRICAO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS BPRO-CODBARRA
                                   WITH DUPLICATES.

           SELECT ARQPEDV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                 ALTERNATE RECORD KEY IS VPEI-COD-PRO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPEIB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS BPEI-CHAVE
                 ALTERNATE RECORD KEY IS BPEI-COD-PRO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPEIN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                 ALTERNATE RECORD KEY IS VHPI-COD-PRO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPEIHB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS BHPI-CHAVE
                 ALTERNATE RECORD KEY IS BHPI-COD-PRO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPEIHN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                 ALTERNATE RECORD KEY IS HPEI-COD-PRO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPFOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VPFO-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPFON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PFO-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQENTV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VENT-PED-COD
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQENTN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENT-PED-COD
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPARV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VPAR-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPARN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPROV
          03 PRO-CLASSEABC           PIC X(01).
          03 PRO-PERECIVEL           PIC X(01).
          03 PRO-CODBARRA            PIC 9(13).
          03 PRO-SERIAL              PIC X(01).
          03 PRO-GARANTIA            PIC 9(03).
          03 PRO-PESO                PIC 9(03)V999.

       FD ARQPROB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       01 REGPROB.
          03 BPRO-CODIGO             PIC 9(06).
          03 BPRO-DESCRICAO          PIC X(30).
          03 BPRO-UNIDADE            PIC X(02).
          03 BPRO-TIPOPRODUTO        PIC 9(01).
          03 BPRO-PRECO              PIC 9(06)V99.
          03 BPRO-DATAULTIMA         PIC 9(08).
          03 BPRO-QTDESTOQUE         PIC 9(06).
          03 BPRO-CPFCNPJ            PIC 9(14).
          03 BPRO-QTDEMINIMA         PIC 9(06).
          03 BPRO-CUSTOMEDIO         PIC 9(06)V99.
          03 BPRO-CLASSEABC          PIC X(01).
          03 BPRO-PERECIVEL          PIC X(01).
          03 BPRO-CODBARRA           PIC 9(13).

       FD ARQPEDV
               LABEL RECORD IS STANDARD
          03 PEI-STATUS              PIC X(01).
          03 PEI-QTDRECEBIDA         PIC 9(06).
          03 PEI-DESCONTO            PIC 9(02)V99.
          03 PEI-FATOR               PIC 9(04).

       FD ARQPEIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEI.DAT".

       01 REGPEIB.
          03 BPEI-CHAVE.
             05 BPEI-COD             PIC 9(06).
             05 BPEI-ITEM            PIC 9(02).
          03 BPEI-COD-PRO            PIC 9(06).
          03 BPEI-QUANTIDADE         PIC 9(06).
          03 BPEI-PRECOUNITARIO      PIC 9(06)V99.
          03 BPEI-VALORITEM          PIC 9(09)V99.
          03 BPEI-STATUS             PIC X(01).
          03 BPEI-QTDRECEBIDA        PIC 9(06).
          03 BPEI-DESCONTO           PIC 9(02)V99.

       FD ARQTITV
               LABEL RECORD IS STANDARD
          03 HPEI-STATUS             PIC X(01).
          03 HPEI-QTDRECEBIDA        PIC 9(06).
          03 HPEI-DESCONTO           PIC 9(02)V99.
          03 HPEI-FATOR              PIC 9(04).

       FD ARQPEIHB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEIH.DAT".

       01 REGPEIHB.
          03 BHPI-CHAVE.
             05 BHPI-COD             PIC 9(06).
             05 BHPI-ITEM            PIC 9(02).
          03 BHPI-COD-PRO            PIC 9(06).
          03 BHPI-QUANTIDADE         PIC 9(06).
          03 BHPI-PRECOUNITARIO      PIC 9(06)V99.
          03 BHPI-VALORITEM          PIC 9(09)V99.
          03 BHPI-STATUS             PIC X(01).
          03 BHPI-QTDRECEBIDA        PIC 9(06).
          03 BHPI-DESCONTO           PIC 9(02)V99.

       FD ARQPFOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPFO.DAT".

       01 REGPFOV.
          03 VPFO-CHAVE.
             05 VPFO-COD-PRO         PIC 9(06).
             05 VPFO-CPFCNPJ         PIC 9(14).
          03 VPFO-PRECO              PIC 9(06)V99.
          03 VPFO-DATACOT            PIC 9(08).
          03 VPFO-PRAZODIAS          PIC 9(03).

       FD ARQPFON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPFON.DAT".

       01 REGPFO.
          03 PFO-CHAVE.
             05 PFO-COD-PRO          PIC 9(06).
             05 PFO-CPFCNPJ          PIC 9(14).
          03 PFO-PRECO               PIC 9(06)V99.
          03 PFO-DATACOT             PIC 9(08).
          03 PFO-PRAZODIAS           PIC 9(03).
          03 PFO-UNIDCOMPRA          PIC X(02).
          03 PFO-FATOR               PIC 9(04).

       FD ARQENTV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENT.DAT".

       01 REGENTV.
          03 VENT-PED-COD            PIC 9(06).
          03 VENT-RESTO              PIC X(184).

       FD ARQENTN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENTN.DAT".

       01 REGENT.
          03 ENT-PED-COD             PIC 9(06).
          03 ENT-RESTO               PIC X(184).
          03 ENT-ZONA                PIC 9(02).
          03 ENT-FRETE               PIC 9(07)V99.

       FD ARQPARV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".

       01 REGPARV.
          03 VPAR-ID                 PIC 9(01).
          03 VPAR-MULTAPCT           PIC 9(02)V99.
          03 VPAR-JUROSDIA           PIC 9(01)V999.
          03 VPAR-TENTLOCK           PIC 9(02).
          03 VPAR-TENTLOGIN          PIC 9(01).
          03 VPAR-FATORREPO          PIC 9(03).
          03 VPAR-PERMITEBACK        PIC X(01).
          03 VPAR-MARGEMMIN          PIC 9(02)V99.
          03 VPAR-VALSENHA           PIC 9(03).
          03 VPAR-MARKUP             PIC 9(03)V99.

       FD ARQPARN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARN.DAT".

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

       WORKING-STORAGE SECTION.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       R1.
           DISPLAY "CONVERSAO DE LEIAUTES DOS ARQUIVOS".
           DISPLAY "Regrava ARQPRO/ARQPED/ARQPEI/ARQTIT/ARQUSU/".
           DISPLAY "ARQCAT/ARQPEDH/ARQPEIH/ARQPFO/ARQENT/ARQPAR no".
           DISPLAY "leiaute novo, em ARQXXXN.DAT, para os programas".
           DISPLAY "atuais abrirem.".
           DISPLAY "Rode com os terminais fechados.".
           DISPLAY "Confirma a Conversao (S/N) : " WITH NO ADVANCING.
           ACCEPT W-OPCAO.
              GO TO R1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

      * PRODUTOS: CLASSE/PERECIVEL/CODIGO DE BARRAS/SERIE/       *
      * GARANTIA/PESO ZERADOS E A NOVA CHAVE ALTERNATIVA         *
      * CONSTRUIDA NA REGRAVACAO                                 *
       C1-PRO.
           MOVE ZEROS TO W-QTDLIDOS W-QTDGRAVADOS
           OPEN INPUT ARQPROV
           IF ST-ERRO = "39"
              GO TO C1B-PRO.
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQPRO.DAT NAO ENCONTRADO, PULADO"
              GO TO C2-PED.
           MOVE SPACES TO PRO-CLASSEABC
           MOVE "N" TO PRO-PERECIVEL
           MOVE ZEROS TO PRO-CODBARRA
           MOVE "N" TO PRO-SERIAL
           MOVE ZEROS TO PRO-GARANTIA PRO-PESO
           WRITE REGPRO
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDGRAVADOS
           CLOSE ARQPROV ARQPRON
           DISPLAY "PRODUTOS   " W-QTDLIDOS " LIDOS "
                   W-QTDGRAVADOS " CONVERTIDOS".
           GO TO C2-PED.

      * PRODUTOS JA CONVERTIDOS UMA VEZ (COM CLASSE ABC, PERECIVEL *
      * E CODIGO DE BARRAS): SO SERIE/GARANTIA/PESO NASCEM ZERADOS *
       C1B-PRO.
           OPEN INPUT ARQPROB
           IF ST-ERRO = "39"
              DISPLAY "ARQPRO.DAT JA ESTA NO LEIAUTE NOVO, PULADO"
              GO TO C2-PED.
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQPRO.DAT NAO ENCONTRADO, PULADO"
              GO TO C2-PED.
           OPEN OUTPUT ARQPRON
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQPRON.DAT"
              CLOSE ARQPROB
              GO TO ROT-FIM.

       C1B-LOOP.
           READ ARQPROB NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C1B-FIM.
           ADD 1 TO W-QTDLIDOS
           MOVE BPRO-CODIGO TO PRO-CODIGO
           MOVE BPRO-DESCRICAO TO PRO-DESCRICAO
           MOVE BPRO-UNIDADE TO PRO-UNIDADE
           MOVE BPRO-TIPOPRODUTO TO PRO-TIPOPRODUTO
           MOVE BPRO-PRECO TO PRO-PRECO
           MOVE BPRO-DATAULTIMA TO PRO-DATAULTIMA
           MOVE BPRO-QTDESTOQUE TO PRO-QTDESTOQUE
           MOVE BPRO-CPFCNPJ TO PRO-CPFCNPJ
           MOVE BPRO-QTDEMINIMA TO PRO-QTDEMINIMA
           MOVE BPRO-CUSTOMEDIO TO PRO-CUSTOMEDIO
           MOVE BPRO-CLASSEABC TO PRO-CLASSEABC
           MOVE BPRO-PERECIVEL TO PRO-PERECIVEL
           MOVE BPRO-CODBARRA TO PRO-CODBARRA
           MOVE "N" TO PRO-SERIAL
           MOVE ZEROS TO PRO-GARANTIA PRO-PESO
           WRITE REGPRO
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDGRAVADOS
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO PRODUTO " BPRO-CODIGO.
           GO TO C1B-LOOP.

       C1B-FIM.
           CLOSE ARQPROB ARQPRON
           DISPLAY "PRODUTOS   " W-QTDLIDOS " LIDOS "
                   W-QTDGRAVADOS " CONVERTIDOS".

      * PEDIDOS: VENDEDOR EM BRANCO, DESCONTO ZERADO *
       C2-PED.
       C3-PEI.
           MOVE ZEROS TO W-QTDLIDOS W-QTDGRAVADOS
           OPEN INPUT ARQPEIV
           IF ST-ERRO = "39"
              GO TO C3B-PEI.
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQPEI.DAT NAO ENCONTRADO, PULADO"
              GO TO C4-TIT.
           MOVE VPEI-VALORITEM TO PEI-VALORITEM
           MOVE VPEI-STATUS TO PEI-STATUS
           MOVE ZEROS TO PEI-QTDRECEBIDA PEI-DESCONTO
           MOVE 1 TO PEI-FATOR
           MOVE VPEI-COD TO VPED-COD
           READ ARQPEDV
           IF ST-ERRO = "00"
           CLOSE ARQPEIV ARQPEIN ARQPEDV
           DISPLAY "ITENS      " W-QTDLIDOS " LIDOS "
                   W-QTDGRAVADOS " CONVERTIDOS".
           GO TO C4-TIT.

      * ITENS JA CONVERTIDOS UMA VEZ: RECEBIMENTO E DESCONTO SAO  *
      * MANTIDOS, SO O FATOR DA UNIDADE DE COMPRA NASCE 1          *
       C3B-PEI.
           OPEN INPUT ARQPEIB
           IF ST-ERRO = "39"
              DISPLAY "ARQPEI.DAT JA ESTA NO LEIAUTE NOVO, PULADO"
              GO TO C4-TIT.
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQPEI.DAT NAO ENCONTRADO, PULADO"
              GO TO C4-TIT.
           OPEN OUTPUT ARQPEIN
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQPEIN.DAT"
              CLOSE ARQPEIB
              GO TO ROT-FIM.

       C3B-LOOP.
           READ ARQPEIB NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C3B-FIM.
           ADD 1 TO W-QTDLIDOS
           MOVE BPEI-COD TO PEI-COD
           MOVE BPEI-ITEM TO PEI-ITEM
           MOVE BPEI-COD-PRO TO PEI-COD-PRO
           MOVE BPEI-QUANTIDADE TO PEI-QUANTIDADE
           MOVE BPEI-PRECOUNITARIO TO PEI-PRECOUNITARIO
           MOVE BPEI-VALORITEM TO PEI-VALORITEM
           MOVE BPEI-STATUS TO PEI-STATUS
           MOVE BPEI-QTDRECEBIDA TO PEI-QTDRECEBIDA
           MOVE BPEI-DESCONTO TO PEI-DESCONTO
           MOVE 1 TO PEI-FATOR
           WRITE REGPEI
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDGRAVADOS
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO ITEM " BPEI-CHAVE.
           GO TO C3B-LOOP.

       C3B-FIM.
           CLOSE ARQPEIB ARQPEIN
           DISPLAY "ITENS      " W-QTDLIDOS " LIDOS "
                   W-QTDGRAVADOS " CONVERTIDOS".

      * TITULOS: FORMA DE PAGAMENTO, SITUACAO BANCARIA E ENCARGOS *
      * NASCEM ZERADOS                                            *
       C8-PEIH.
           MOVE ZEROS TO W-QTDLIDOS W-QTDGRAVADOS
           OPEN INPUT ARQPEIHV
           IF ST-ERRO = "39"
              GO TO C8B-PEIH.
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQPEIH.DAT NAO ENCONTRADO, PULADO"
              GO TO C9-PFO.
           OPEN OUTPUT ARQPEIHN
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQPEIHN.DAT"
           MOVE VHPI-VALORITEM TO HPEI-VALORITEM
           MOVE VHPI-STATUS TO HPEI-STATUS
           MOVE ZEROS TO HPEI-QTDRECEBIDA HPEI-DESCONTO
           MOVE 1 TO HPEI-FATOR
           MOVE VHPI-COD TO VHPD-COD
           READ ARQPEDHV
           IF ST-ERRO = "00"
           CLOSE ARQPEIHV ARQPEIHN ARQPEDHV
           DISPLAY "HIST.ITEM  " W-QTDLIDOS " LIDOS "
                   W-QTDGRAVADOS " CONVERTIDOS".
           GO TO C9-PFO.

      * HISTORICO DE ITENS JA CONVERTIDO UMA VEZ: MESMA REGRA DO  *
      * C3B-PEI                                                   *
       C8B-PEIH.
           OPEN INPUT ARQPEIHB
           IF ST-ERRO = "39"
              DISPLAY "ARQPEIH.DAT JA ESTA NO LEIAUTE NOVO, PULADO"
              GO TO C9-PFO.
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQPEIH.DAT NAO ENCONTRADO, PULADO"
              GO TO C9-PFO.
           OPEN OUTPUT ARQPEIHN
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQPEIHN.DAT"
              CLOSE ARQPEIHB
              GO TO ROT-FIM.

       C8B-LOOP.
           READ ARQPEIHB NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C8B-FIM.
           ADD 1 TO W-QTDLIDOS
           MOVE BHPI-COD TO HPEI-COD
           MOVE BHPI-ITEM TO HPEI-ITEM
           MOVE BHPI-COD-PRO TO HPEI-COD-PRO
           MOVE BHPI-QUANTIDADE TO HPEI-QUANTIDADE
           MOVE BHPI-PRECOUNITARIO TO HPEI-PRECOUNITARIO
           MOVE BHPI-VALORITEM TO HPEI-VALORITEM
           MOVE BHPI-STATUS TO HPEI-STATUS
           MOVE BHPI-QTDRECEBIDA TO HPEI-QTDRECEBIDA
           MOVE BHPI-DESCONTO TO HPEI-DESCONTO
           MOVE 1 TO HPEI-FATOR
           WRITE REGPEIH
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDGRAVADOS
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO HIST. ITEM " BHPI-CHAVE.
           GO TO C8B-LOOP.

       C8B-FIM.
           CLOSE ARQPEIHB ARQPEIHN
           DISPLAY "HIST.ITEM  " W-QTDLIDOS " LIDOS "
                   W-QTDGRAVADOS " CONVERTIDOS".

      * VINCULOS PRODUTO-FORNECEDOR: A COTACAO ANTIGA E NA       *
      * UNIDADE DE VENDA, ENTAO A UNIDADE DE COMPRA NASCE EM      *
      * BRANCO (VALE A DO PRODUTO) COM FATOR 1, A AJUSTAR NO      *
      * SCE036                                                    *
       C9-PFO.
           MOVE ZEROS TO W-QTDLIDOS W-QTDGRAVADOS
           OPEN INPUT ARQPFOV
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQPFO.DAT NAO ENCONTRADO, PULADO"
              GO TO C10-ENT.
           OPEN OUTPUT ARQPFON
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQPFON.DAT"
              CLOSE ARQPFOV
              GO TO ROT-FIM.

       C9-LOOP.
           READ ARQPFOV NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C9-FIM.
           ADD 1 TO W-QTDLIDOS
           MOVE VPFO-COD-PRO TO PFO-COD-PRO
           MOVE VPFO-CPFCNPJ TO PFO-CPFCNPJ
           MOVE VPFO-PRECO TO PFO-PRECO
           MOVE VPFO-DATACOT TO PFO-DATACOT
           MOVE VPFO-PRAZODIAS TO PFO-PRAZODIAS
           MOVE SPACES TO PFO-UNIDCOMPRA
           MOVE 1 TO PFO-FATOR
           WRITE REGPFO
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDGRAVADOS
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO VINCULO " VPFO-CHAVE.
           GO TO C9-LOOP.

       C9-FIM.
           CLOSE ARQPFOV ARQPFON
           DISPLAY "VINCULOS   " W-QTDLIDOS " LIDOS "
                   W-QTDGRAVADOS " CONVERTIDOS".

      * ENTREGAS: AS JA GRAVADAS FICAM SEM ZONA E SEM FRETE (O    *
      * TITULO DELAS FOI GERADO SO PELO VALOR DO PEDIDO)           *
       C10-ENT.
           MOVE ZEROS TO W-QTDLIDOS W-QTDGRAVADOS
           OPEN INPUT ARQENTV
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQENT.DAT NAO ENCONTRADO, PULADO"
              GO TO C11-PAR.
           OPEN OUTPUT ARQENTN
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQENTN.DAT"
              CLOSE ARQENTV
              GO TO ROT-FIM.

       C10-LOOP.
           READ ARQENTV NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C10-FIM.
           ADD 1 TO W-QTDLIDOS
           MOVE VENT-PED-COD TO ENT-PED-COD
           MOVE VENT-RESTO TO ENT-RESTO
           MOVE ZEROS TO ENT-ZONA ENT-FRETE
           WRITE REGENT
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDGRAVADOS
           ELSE
              DISPLAY "ERRO NA GRAVACAO DA ENTREGA " VENT-PED-COD.
           GO TO C10-LOOP.

       C10-FIM.
           CLOSE ARQENTV ARQENTN
           DISPLAY "ENTREGAS   " W-QTDLIDOS " LIDOS "
                   W-QTDGRAVADOS " CONVERTIDOS".

      * PARAMETROS: OS CAMPOS ANTIGOS SAO MANTIDOS E OS NOVOS      *
      * NASCEM COM OS MESMOS VALORES PADRAO DA CARGA INICIAL DO    *
      * SCE041, A AJUSTAR DEPOIS NA MANUTENCAO DE PARAMETROS       *
       C11-PAR.
           MOVE ZEROS TO W-QTDLIDOS W-QTDGRAVADOS
           OPEN INPUT ARQPARV
           IF ST-ERRO = "39"
              DISPLAY "ARQPAR.DAT JA ESTA NO LEIAUTE NOVO, PULADO"
              GO TO R9-FIM.
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQPAR.DAT NAO ENCONTRADO, PULADO"
              GO TO R9-FIM.
           OPEN OUTPUT ARQPARN
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQPARN.DAT"
              CLOSE ARQPARV
              GO TO ROT-FIM.

       C11-LOOP.
           READ ARQPARV NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO C11-FIM.
           ADD 1 TO W-QTDLIDOS
           MOVE VPAR-ID TO PAR-ID
           MOVE VPAR-MULTAPCT TO PAR-MULTAPCT
           MOVE VPAR-JUROSDIA TO PAR-JUROSDIA
           MOVE VPAR-TENTLOCK TO PAR-TENTLOCK
           MOVE VPAR-TENTLOGIN TO PAR-TENTLOGIN
           MOVE VPAR-FATORREPO TO PAR-FATORREPO
           MOVE VPAR-PERMITEBACK TO PAR-PERMITEBACK
           MOVE VPAR-MARGEMMIN TO PAR-MARGEMMIN
           MOVE VPAR-VALSENHA TO PAR-VALSENHA
           MOVE VPAR-MARKUP TO PAR-MARKUP
           MOVE 1,00 TO PAR-TOLNOTA
           MOVE 1,00 TO PAR-PTSREAL
           MOVE 0,01 TO PAR-VALPONTO
           MOVE 365 TO PAR-VALIDPTS
           MOVE 2,00 TO PAR-TAXACARTAO
           MOVE 30 TO PAR-PRAZOCART
           MOVE "P" TO PAR-CRITFORN
           MOVE 500,00 TO PAR-LIMPERDA
           MOVE 10000,00 TO PAR-LIMCOMPRA
           MOVE "COMERCIAL SCE LTDA" TO PAR-EMPNOME
           MOVE 00000000000191 TO PAR-EMPCNPJ
           WRITE REGPAR
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDGRAVADOS
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO PARAMETRO " VPAR-ID.
           GO TO C11-LOOP.

       C11-FIM.
           CLOSE ARQPARV ARQPARN
           DISPLAY "PARAMETROS " W-QTDLIDOS " LIDOS "
                   W-QTDGRAVADOS " CONVERTIDOS".

       R9-FIM.
           DISPLAY "*** CONVERSAO CONCLUIDA ***".
