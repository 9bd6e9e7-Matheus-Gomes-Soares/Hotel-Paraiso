           SELECT BACKUPARQ ASSIGN USING BKP-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BACKUP.
           SELECT TROCAS ASSIGN TO "trocas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TROCAS.
           SELECT SERVICOS ASSIGN TO "servicos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SERVICOS.
           SELECT CONSUMOS ASSIGN TO "consumos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSUMOS.
           SELECT CONSUMODIA ASSIGN TO "consumos-dia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSUMODIA.
           SELECT RESERVAS-V2 ASSIGN TO "reservas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS V2-NUMERO
               FILE STATUS IS FS-RESERVAS-V2.
           SELECT AGENCIAS ASSIGN TO "agencias.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AGENCIAS.
           SELECT COMISSOES ASSIGN TO "comissoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COMISSOES.
           SELECT RITMO ASSIGN TO "ritmo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RITMO.
           SELECT LOTE ASSIGN TO "lote.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTE.
           SELECT PRECHEGADA ASSIGN TO "pre-chegadas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECHEGADA.
           SELECT CAMAREIRAS ASSIGN TO "camareiras.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMAREIRAS.
           SELECT SITUACAO ASSIGN TO "situacao.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SITUACAO.
           SELECT DISCREPANCIA ASSIGN TO "discrepancias.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISCREPANCIA.
           SELECT RPS ASSIGN TO "rps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RPS.
           SELECT NFSE ASSIGN USING NFSE-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NFSE.
           SELECT LIQUIDACAO ASSIGN USING LIQ-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIQUIDACAO.
           SELECT CONCILIADOS ASSIGN TO "conciliados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONCILIADOS.
           SELECT TAXAS-ADQ ASSIGN TO "taxas-adquirente.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAXAS-ADQ.
           SELECT ARQMORTO-TMP ASSIGN TO "reservas-arquivo.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARQMORTO-TMP.
           SELECT CARTA ASSIGN USING CARTA-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTA.
           SELECT CARTA-TMP ASSIGN TO "confirmacao.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTA-TMP.


       DATA DIVISION.
      *NOITES, NAO DE PESSOAS
           05 LR-ADULTOS       PIC 99.
           05 LR-CRIANCAS      PIC 99.
      *CODIGO DA AGENCIA DE VIAGENS QUE VENDEU A RESERVA -- ZERO NA
      *VENDA DIRETA
           05 LR-AGENCIA       PIC 9(3).

      *FORMATO ANTIGO DO RESERVAS.DAT (SEQUENCIAL, SEM NUMERO DE
      *RESERVA) -- SO E LIDO PELA CONVERSAO PARA O FORMATO INDEXADO
           05 V1-HOSPEDE       PIC 9(5).
           05 V1-DATA-REGISTRO PIC 9(8).

      *RESERVAS.DAT INDEXADO DO LAYOUT DE 115 BYTES (ANTES DA
      *AGENCIA) -- SO E LIDO PELA MIGRACAO, COMO O RESERVAS-V1
       FD RESERVAS-V2.
       01 LINHA-RESERVA-V2.
           05 V2-NUMERO        PIC 9(7).
           05 V2-NOME          PIC A(40).
           05 V2-QTD           PIC 99.
           05 V2-TIPO          PIC A(1).
           05 V2-VALOR         PIC 9(6)V99.
           05 V2-DATA-ENTRADA  PIC 9(8).
           05 V2-DATA-SAIDA    PIC 9(8).
           05 V2-QUARTO        PIC 999.
           05 V2-EXTRAS        PIC 9(6)V99.
           05 V2-FORMA-PGTO    PIC A(1).
           05 V2-STATUS        PIC A(1).
           05 V2-HOSPEDE       PIC 9(5).
           05 V2-DATA-REGISTRO PIC 9(8).
           05 V2-OPCAO-LIMITE  PIC 9(8).
           05 V2-EMPRESA       PIC 9(3).
           05 V2-ADULTOS       PIC 99.
           05 V2-CRIANCAS      PIC 99.

      *A LINHA DO ARQUIVO MORTO E A IMAGEM DA LINHA-RESERVA -- PRECISA
      *COMPORTAR O REGISTRO INTEIRO QUANDO ELE CRESCE
       FD ARQMORTO.
       01 LINHA-ARQMORTO PIC X(120).

      *COPIA DE TRABALHO DO ARQUIVO MORTO NA ANONIMIZACAO (LGPD)
       FD ARQMORTO-TMP.
       01 LINHA-ARQMORTO-TMP PIC X(120).

      *CARTA DE CONFIRMACAO JA EMITIDA, RELIDA PELA LGPD -- O EXTRATO
      *PODE ESTAR ABERTO COM O RELATORIO DO LOTE OU DO TITULAR
       FD CARTA.
       01 LINHA-CARTA PIC X(100).

      *COPIA DE TRABALHO DA CARTA NA ANONIMIZACAO (LGPD)
       FD CARTA-TMP.
       01 LINHA-CARTA-TMP PIC X(100).

       FD CONTROLE.
       01 LINHA-CONTROLE.
           05 CT-PROX-RESERVA  PIC 9(7).
           05 CT-PROX-GRUPO    PIC 9(5).
      *DATA DO ULTIMO BACKUP DIARIO -- CONTROLA O "UMA VEZ POR DIA"
           05 CT-DATA-BACKUP   PIC 9(8).
           05 CT-PROX-RPS      PIC 9(7).

       FD FOLIO.
       01 LINHA-FOLIO PIC X(100).
           05 PER-DATA-FIM       PIC 9(8).
           05 PER-VALOR          PIC 9(6)V99.
           05 PER-VALOR-FDS      PIC 9(6)V99.
      *LINHA "I": DADOS DO PRESTADOR PARA O RPS -- ALIQUOTA DO ISS
      *(5.00 = 0500), ITEM DA LISTA DE SERVICOS, CODIGO DO MUNICIPIO,
      *CNPJ E INSCRICAO MUNICIPAL DO HOTEL
       01 LINHA-ISS.
           05 ISS-MARCA          PIC A(1).
           05 ISS-ALIQUOTA       PIC 99V99.
           05 ISS-SERVICO        PIC X(5).
           05 ISS-MUNICIPIO      PIC X(7).
           05 ISS-CNPJ           PIC X(14).
           05 ISS-INSCRICAO      PIC X(15).
      *LINHA "R": QUANTOS ANOS OS DADOS PESSOAIS DE QUEM NAO VOLTOU
      *AO HOTEL SAO GUARDADOS ANTES DA ANONIMIZACAO (LGPD)
       01 LINHA-RETENCAO.
           05 RET-MARCA          PIC A(1).
           05 RET-ANOS           PIC 99.

       FD CSV.
       01 LINHA-CSV PIC X(100).
       FD BACKUPARQ.
       01 LINHA-BACKUP PIC X(120).

      *TROCA DE QUARTO COM O HOSPEDE NO HOTEL: A PARTIR DE TR-DATA
      *(PRIMEIRA NOITE NO QUARTO NOVO) A RESERVA SAI DO QUARTO
      *ANTERIOR E PASSA PARA O NOVO -- CADA TRECHO DA ESTADIA E
      *COBRADO NA TARIFA DA CATEGORIA EM QUE O HOSPEDE DORMIU. O
      *ARQUIVO E SOMENTE-ACRESCIMO, NA ORDEM EM QUE AS TROCAS SAO
      *FEITAS
       FD TROCAS.
       01 LINHA-TROCA.
           05 TR-RESERVA       PIC 9(7).
           05 TR-DATA          PIC 9(8).
           05 TR-TIPO-ANT      PIC A(1).
           05 TR-QUARTO-ANT    PIC 999.
           05 TR-TIPO-NOVO     PIC A(1).
           05 TR-QUARTO-NOVO   PIC 999.
           05 TR-VALOR-ANT     PIC 9(6)V99.
           05 TR-VALOR-NOVO    PIC 9(6)V99.
           05 TR-OPERADOR      PIC 9(3).

      *TABELA DE CODIGOS DE CONSUMO: LINHAS "P" COM OS PONTOS DE
      *VENDA (RESTAURANTE, BAR, FRIGOBAR, LAVANDERIA...) E LINHAS "C"
      *COM OS CODIGOS LANCAVEIS EM CADA PONTO -- PRECO ZERO NO
      *CODIGO OBRIGA A DIGITAR O VALOR NO LANCAMENTO
       FD SERVICOS.
       01 LINHA-SERVICO.
           05 SV-MARCA         PIC A(1).
           05 SV-CODIGO        PIC X(3).
           05 SV-PONTO         PIC A(1).
           05 SV-NOME          PIC X(25).
           05 SV-PRECO         PIC 9(6)V99.
       01 LINHA-PONTO-VENDA.
           05 PV-MARCA         PIC A(1).
           05 PV-PONTO         PIC A(1).
           05 PV-NOME          PIC X(15).

      *CONSUMOS LANCADOS NA CONTA DO QUARTO DURANTE A ESTADIA: UMA
      *LINHA DATADA POR LANCAMENTO, COM O PONTO DE VENDA E A FORMA DE
      *PAGAMENTO DA RESERVA. ESTORNO NAO APAGA A LINHA -- MARCA "E"
      *COM O MOTIVO, A DATA E O OPERADOR DO ESTORNO
       FD CONSUMOS.
       01 LINHA-CONSUMO.
           05 CS-NUMERO        PIC 9(7).
           05 CS-RESERVA       PIC 9(7).
           05 CS-DATA          PIC 9(8).
           05 CS-CODIGO        PIC X(3).
           05 CS-PONTO         PIC A(1).
           05 CS-DESCRICAO     PIC X(25).
           05 CS-QTD           PIC 9(3).
           05 CS-VALOR         PIC 9(6)V99.
           05 CS-FORMA         PIC A(1).
           05 CS-OPERADOR      PIC 9(3).
           05 CS-SITUACAO      PIC A(1).
           05 CS-MOTIVO        PIC X(30).
           05 CS-DATA-ESTORNO  PIC 9(8).
           05 CS-OPER-ESTORNO  PIC 9(3).

       FD CONSUMODIA.
       01 LINHA-CONSUMODIA PIC X(100).

      *AGENCIA DE VIAGENS: NAO TEM TARIFA NEGOCIADA NEM FATURAMENTO
      *COMO A EMPRESA CONVENIADA -- RECEBE COMISSAO SOBRE AS DIARIAS
      *LIQUIDAS DAS ESTADIAS QUE VENDEU, PAGA NA CONTA INFORMADA
       FD AGENCIAS.
       01 LINHA-AGENCIA.
           05 AV-CODIGO        PIC 9(3).
           05 AV-NOME          PIC A(40).
           05 AV-CNPJ          PIC X(18).
           05 AV-COMISSAO      PIC 99V99.
           05 AV-BANCO         PIC X(3).
           05 AV-AGENCIA-BCO   PIC X(6).
           05 AV-CONTA         PIC X(15).

      *COMISSOES JA PAGAS: UMA LINHA POR ESTADIA, COM A BASE, O
      *PERCENTUAL E O VALOR DO DIA DO PAGAMENTO -- ESTADIA QUE TEM
      *LINHA AQUI NUNCA MAIS ENTRA COMO DEVIDA. SOMENTE-ACRESCIMO
       FD COMISSOES.
       01 LINHA-COMISSAO.
           05 CM-AGENCIA       PIC 9(3).
           05 CM-RESERVA       PIC 9(7).
           05 CM-SAIDA         PIC 9(8).
           05 CM-BASE          PIC 9(8)V99.
           05 CM-PERCENTUAL    PIC 99V99.
           05 CM-VALOR         PIC 9(8)V99.
           05 CM-DATA-PGTO     PIC 9(8).
           05 CM-OPERADOR      PIC 9(3).

       FD RITMO.
       01 LINHA-RITMO PIC X(140).

      *PONTO DE CONTROLE DO LOTE NOTURNO: UMA LINHA POR MUDANCA DE
      *SITUACAO DE CADA PASSO ("I" INICIADO, "F" CONCLUIDO, "P" NAO
      *SE APLICA NO DIA, "E" FALHOU) -- A ULTIMA LINHA DO PASSO VALE
       FD LOTE.
       01 LINHA-LOTE.
           05 LT-DATA          PIC 9(8).
           05 LT-PASSO         PIC 9.
           05 LT-SITUACAO      PIC X(1).
           05 LT-EXECUCAO      PIC 9(8).
           05 LT-HORA          PIC 9(6).
           05 LT-NOTA          PIC X(50).

       FD PRECHEGADA.
       01 LINHA-PRECHEGADA PIC X(120).

       FD CAMAREIRAS.
       01 LINHA-CAMAREIRA.
           05 CA-CODIGO        PIC 9(3).
           05 CA-NOME          PIC A(30).
           05 CA-ESCALA        PIC A(1).

      *SITUACAO FISICA RELATADA PELAS CAMAREIRAS: UMA LINHA POR
      *QUARTO VISTORIADO, SO ACRESCENTADA
       FD SITUACAO.
       01 LINHA-SITUACAO.
           05 SF-DATA          PIC 9(8).
           05 SF-TIPO          PIC A(1).
           05 SF-NUMERO        PIC 999.
           05 SF-OCUPACAO      PIC A(1).
           05 SF-LIMPEZA       PIC A(1).
           05 SF-CAMAREIRA     PIC 9(3).

       FD DISCREPANCIA.
       01 LINHA-DISCREPANCIA PIC X(120).

      *RPS EMITIDOS: TIPO "N" NO CHECK-OUT, TIPO "C" CANCELA O RPS
      *DE NUMERO RP-REFERENCIA -- SOMENTE ACRESCIMO
       FD RPS.
       01 LINHA-RPS.
           05 RP-NUMERO        PIC 9(7).
           05 RP-TIPO          PIC A(1).
           05 RP-DATA          PIC 9(8).
           05 RP-RESERVA       PIC 9(7).
           05 RP-REFERENCIA    PIC 9(7).
           05 RP-TOMADOR-TIPO  PIC A(1).
           05 RP-TOMADOR-DOC   PIC X(18).
           05 RP-TOMADOR-NOME  PIC A(40).
           05 RP-VALOR         PIC 9(10)V99.
           05 RP-TAXA          PIC 9(10)V99.
           05 RP-ALIQUOTA      PIC 99V99.
           05 RP-ISS           PIC 9(10)V99.
           05 RP-OPERADOR      PIC 9(3).
           05 RP-MOTIVO        PIC X(40).

      *ARQUIVO DE IMPORTACAO DE RPS DA PREFEITURA
       FD NFSE.
       01 NF-CABECALHO.
           05 NFC-TIPO         PIC X(1).
           05 NFC-VERSAO       PIC X(3).
           05 NFC-CNPJ         PIC X(14).
           05 NFC-INSCRICAO    PIC X(15).
           05 NFC-MUNICIPIO    PIC X(7).
           05 NFC-DATA-INI     PIC 9(8).
           05 NFC-DATA-FIM     PIC 9(8).
           05 FILLER           PIC X(144).
       01 NF-DETALHE.
           05 NFD-TIPO         PIC X(1).
           05 NFD-ESPECIE      PIC X(5).
           05 NFD-SERIE        PIC X(5).
           05 NFD-NUMERO       PIC 9(12).
           05 NFD-DATA         PIC 9(8).
           05 NFD-SITUACAO     PIC X(1).
           05 NFD-VALOR        PIC 9(13)V99.
           05 NFD-DEDUCAO      PIC 9(13)V99.
           05 NFD-SERVICO      PIC X(5).
           05 NFD-ALIQUOTA     PIC 99V99.
           05 NFD-ISS          PIC 9(13)V99.
           05 NFD-TOMADOR-IND  PIC X(1).
           05 NFD-TOMADOR-DOC  PIC X(14).
           05 NFD-TOMADOR-NOME PIC X(75).
           05 NFD-REFERENCIA   PIC 9(12).
           05 FILLER           PIC X(12).
       01 NF-RODAPE.
           05 NFR-TIPO         PIC X(1).
           05 NFR-QTD          PIC 9(7).
           05 NFR-TOTAL-VALOR  PIC 9(13)V99.
           05 NFR-TOTAL-DEDUCAO PIC 9(13)V99.
           05 NFR-TOTAL-ISS    PIC 9(13)V99.
           05 FILLER           PIC X(147).

      *LIQUIDACAO DA ADQUIRENTE/BANCO: UMA LINHA POR TRANSACAO
      *LIQUIDADA, FORMA "C" CARTAO OU "P" PIX. A TAXA E O MDR RETIDO
      *(ZERO NO PIX SEM TARIFA); A RESERVA VEM QUANDO FOI DIGITADA NO
      *TERMINAL, SENAO ZEROS
       FD LIQUIDACAO.
       01 LINHA-LIQUIDACAO.
           05 LQ-DATA-VENDA    PIC 9(8).
           05 LQ-DATA-CREDITO  PIC 9(8).
           05 LQ-FORMA         PIC A(1).
           05 LQ-NSU           PIC X(12).
           05 LQ-VALOR-BRUTO   PIC 9(8)V99.
           05 LQ-TAXA          PIC 9(8)V99.
           05 LQ-VALOR-LIQUIDO PIC 9(8)V99.
           05 LQ-RESERVA       PIC 9(7).

      *RECEBIMENTOS JA CONCILIADOS: POSICAO DO LANCAMENTO NO
      *PAGAMENTOS.DAT, A COPIA DELE E O NSU QUE O LIQUIDOU
       FD CONCILIADOS.
       01 LINHA-CONCILIADO.
           05 CC-PAG-SEQ       PIC 9(4).
           05 CC-RESERVA       PIC 9(7).
           05 CC-DATA          PIC 9(8).
           05 CC-VALOR         PIC 9(8)V99.
           05 CC-FORMA         PIC A(1).
           05 CC-NSU           PIC X(12).
           05 CC-TAXA          PIC 9(8)V99.
           05 CC-DATA-CREDITO  PIC 9(8).
           05 CC-DATA-CONCILIACAO PIC 9(8).

       FD TAXAS-ADQ.
       01 LINHA-TAXA-ADQ.
           05 TX-DATA          PIC 9(8).
           05 TX-FORMA         PIC A(1).
           05 TX-VALOR         PIC 9(8)V99.
           05 TX-QTD           PIC 9(4).
           05 TX-DATA-CONCILIACAO PIC 9(8).

       WORKING-STORAGE SECTION.
       01 I-NOME              PIC A(40).
       01 I-QTD               PIC 99.
       01 HORA-AGORA       PIC 9(8).
       01 LOG-ACAO         PIC X(20).
       01 LOG-REF          PIC 9(7).
      *COMPLEMENTO OPCIONAL DA LINHA DO LOG (QUARTO DE/PARA NA TROCA)
      *-- GRAVA-LOG LIMPA DEPOIS DE USAR
       01 LOG-DETALHE      PIC X(40) VALUE SPACES.
       01 TABELA-OPERADORES.
           05 OPERADOR-REG OCCURS 20 TIMES.
               10 OPR-CODIGO         PIC 9(3).
           05 AQ-EMPRESA       PIC 9(3).
           05 AQ-ADULTOS       PIC 99.
           05 AQ-CRIANCAS      PIC 99.
           05 AQ-AGENCIA       PIC 9(3).
       01 QTD-QUARTOS      PIC 999 VALUE 0.
       01 MAX-QUARTOS-TABELA PIC 999 VALUE 100.
       01 Q-IDX            PIC 999.
       01 FOLIO-TAXA       PIC 9(8)V99.
       01 FOLIO-TOTAL      PIC 9(10)V99.
       01 PGTO-NOME        PIC X(8).
       01 FS-TROCAS        PIC XX.
       01 QTD-TROCAS       PIC 999 VALUE 0.
       01 MAX-TROCAS-TABELA PIC 999 VALUE 300.
       01 TC-IDX           PIC 999.
       01 TC2-IDX          PIC 999.
       01 TH-IDX           PIC 9(4).
       01 TROCA-OK         PIC A(1).
       01 TROCA-BUSCA      PIC 9(7).
       01 TROCA-DATA       PIC 9(8).
       01 TROCA-ULT-DATA   PIC 9(8).
       01 TROCA-PRIMEIRA   PIC 999.
       01 TROCA-INI        PIC 9(8).
       01 TROCA-FIM        PIC 9(8).
       01 TROCA-TIPO-NOVO  PIC A(1).
       01 TROCA-TIPO-ANT   PIC A(1).
       01 TROCA-QUARTO-ANT PIC 999.
       01 TROCA-VALOR-ANT  PIC 9(6)V99.
       01 ESTADIA-TIPO     PIC A(1).
       01 TRECHO-NOITES    PIC 999.
       01 TRECHO-BRUTO     PIC 9(8)V99.
       01 TABELA-TROCAS.
           05 TROCA-REG OCCURS 300 TIMES.
               10 TRC-RESERVA        PIC 9(7).
               10 TRC-DATA           PIC 9(8).
               10 TRC-TIPO-ANT       PIC A(1).
               10 TRC-QUARTO-ANT     PIC 999.
               10 TRC-TIPO-NOVO      PIC A(1).
               10 TRC-QUARTO-NOVO    PIC 999.
               10 TRC-VALOR-ANT      PIC 9(6)V99.
               10 TRC-VALOR-NOVO     PIC 9(6)V99.
               10 TRC-OPERADOR       PIC 9(3).
       01 FS-SERVICOS      PIC XX.
       01 FS-CONSUMOS      PIC XX.
       01 FS-CONSUMODIA    PIC XX.
       01 QTD-PONTOS       PIC 99 VALUE 0.
       01 MAX-PONTOS-TABELA PIC 99 VALUE 9.
       01 PT-IDX           PIC 99.
       01 PONTO-POS        PIC 99.
       01 QTD-SERVICOS     PIC 99 VALUE 0.
       01 MAX-SERVICOS-TABELA PIC 99 VALUE 60.
       01 SV-IDX           PIC 99.
       01 SERVICO-ACHADO   PIC 99.
       01 QTD-CONSUMOS     PIC 9(4) VALUE 0.
       01 MAX-CONSUMOS-TABELA PIC 9(4) VALUE 3000.
       01 CSM-IDX          PIC 9(4).
       01 CONSUMO-ACHADO   PIC 9(4).
       01 PROX-CONSUMO     PIC 9(7) VALUE 1.
       01 CONSUMO-BUSCA    PIC 9(7).
       01 CONSUMO-ALVO     PIC 9(7).
       01 CONSUMO-DATA     PIC 9(8).
       01 CONSUMO-DIA      PIC 9(8).
       01 TOTAL-CONSUMOS   PIC 9(10)V99.
       01 TOTAL-DIA-CONSUMOS PIC 9(10)V99.
       01 CONSUMOS-ACHADOS PIC 9(4).
       01 OPCAO-CSM        PIC X(1).
       01 CONSUMO-OK       PIC A(1).
       01 CONSUMO-VALOR-LINHA PIC 9(10)V99.
       01 I-CONSUMO-COD    PIC X(3).
       01 I-CONSUMO-QTD    PIC 9(3).
       01 I-CONSUMO-UNIT-REAIS PIC 9(6).
       01 I-CONSUMO-UNIT   PIC 9(6)V99.
       01 I-CONSUMO-VALOR  PIC 9(10)V99.
       01 I-CONSUMO-MOTIVO PIC X(30).
       01 I-PONTO          PIC A(1).
       01 I-PONTO-NOME     PIC X(15).
       01 I-SERVICO-NOME   PIC X(25).
       01 GE-EXTRAS        PIC 9(6)V99.
       01 GER-EXTRAS-RESERVA PIC 9(10)V99.
       01 GER-TOT-EXTRAS   PIC 9(10)V99.
       01 TABELA-PONTOS.
           05 PONTO-REG OCCURS 9 TIMES.
               10 PNT-CODIGO         PIC A(1).
               10 PNT-NOME           PIC X(15).
               10 PNT-TOTAL          PIC 9(10)V99.
       01 TABELA-SERVICOS.
           05 SERVICO-REG OCCURS 60 TIMES.
               10 SRV-CODIGO         PIC X(3).
               10 SRV-PONTO          PIC A(1).
               10 SRV-NOME           PIC X(25).
               10 SRV-PRECO          PIC 9(6)V99.
       01 TABELA-CONSUMOS.
           05 CONSUMO-REG OCCURS 3000 TIMES.
               10 CSM-NUMERO         PIC 9(7).
               10 CSM-RESERVA        PIC 9(7).
               10 CSM-DATA           PIC 9(8).
               10 CSM-CODIGO         PIC X(3).
               10 CSM-PONTO          PIC A(1).
               10 CSM-DESCRICAO      PIC X(25).
               10 CSM-QTD            PIC 9(3).
               10 CSM-VALOR          PIC 9(6)V99.
               10 CSM-FORMA          PIC A(1).
               10 CSM-OPERADOR       PIC 9(3).
               10 CSM-SITUACAO       PIC A(1).
               10 CSM-MOTIVO         PIC X(30).
               10 CSM-DATA-ESTORNO   PIC 9(8).
               10 CSM-OPER-ESTORNO   PIC 9(3).
      *CONSUMOS DO DIA NA EXPORTACAO CONTABIL, POR PONTO DE VENDA E
      *FORMA DE PAGAMENTO -- MESMO PAPEL DE CTB-EXTRAS
       01 TABELA-CONTABIL-CONSUMO.
           05 CTB-PONTO OCCURS 9 TIMES.
               10 CTB-CONSUMOS       PIC 9(8)V99 OCCURS 4 TIMES.
       01 FS-RESERVAS-V2   PIC XX.
       01 FS-AGENCIAS      PIC XX.
       01 FS-COMISSOES     PIC XX.
       01 QTD-AGENCIAS     PIC 99 VALUE 0.
       01 MAX-AGENCIAS-TABELA PIC 99 VALUE 50.
       01 AV-IDX           PIC 99.
       01 AGV-ACHADO       PIC 99.
       01 AGENCIA-BUSCA    PIC 9(3).
       01 PROX-AGENCIA     PIC 9(3) VALUE 1.
       01 OPCAO-AGV        PIC X(1).
       01 I-AGENCIA        PIC 9(3) VALUE 0.
       01 AE-NOME          PIC A(40).
       01 AE-CNPJ          PIC X(18).
       01 AE-COMISSAO      PIC 99V99.
       01 AE-COMISSAO-TXT  PIC X(5).
       01 AE-COMISSAO-CALC PIC 9(3)V99.
       01 AE-BANCO         PIC X(3).
       01 AE-AGENCIA-BCO   PIC X(6).
       01 AE-CONTA         PIC X(15).
       01 QTD-COMISSOES    PIC 9(4) VALUE 0.
       01 MAX-COMISSOES-TABELA PIC 9(4) VALUE 3000.
       01 CM-IDX           PIC 9(4).
       01 COMISSAO-ACHADA  PIC 9(4).
       01 QTD-PENDENTES    PIC 9(4).
       01 MAX-PENDENTES-TABELA PIC 9(4) VALUE 500.
       01 PENDENTES-LOTADA PIC A(1).
       01 PD-IDX           PIC 9(4).
       01 CO-NUMERO        PIC 9(7).
       01 CO-NOME          PIC A(40).
       01 CO-ENTRADA       PIC 9(8).
       01 CO-SAIDA         PIC 9(8).
       01 CO-VALOR         PIC 9(6)V99.
       01 CO-BASE          PIC 9(8)V99.
       01 CO-COMISSAO      PIC 9(8)V99.
       01 COM-ACHADAS      PIC 9(4).
       01 TOT-COM-BASE     PIC 9(10)V99.
       01 TOT-COM-DEVIDA   PIC 9(10)V99.
       01 TOT-COM-PAGA     PIC 9(10)V99.
       01 TABELA-AGENCIAS.
           05 AGENCIA-REG OCCURS 50 TIMES.
               10 AGV-CODIGO         PIC 9(3).
               10 AGV-NOME           PIC A(40).
               10 AGV-CNPJ           PIC X(18).
               10 AGV-COMISSAO       PIC 99V99.
               10 AGV-BANCO          PIC X(3).
               10 AGV-AGENCIA-BCO    PIC X(6).
               10 AGV-CONTA          PIC X(15).
       01 TABELA-COMISSOES.
           05 COMISSAO-REG OCCURS 3000 TIMES.
               10 CMS-AGENCIA        PIC 9(3).
               10 CMS-RESERVA        PIC 9(7).
               10 CMS-SAIDA          PIC 9(8).
               10 CMS-BASE           PIC 9(8)V99.
               10 CMS-PERCENTUAL     PIC 99V99.
               10 CMS-VALOR          PIC 9(8)V99.
               10 CMS-DATA-PGTO      PIC 9(8).
               10 CMS-OPERADOR       PIC 9(3).
      *ESTADIAS DO EXTRATO AINDA SEM COMISSAO PAGA -- E O QUE A
      *BAIXA GRAVA NO COMISSOES.DAT QUANDO O PAGAMENTO E CONFIRMADO
       01 TABELA-COMISSAO-PEND.
           05 PENDENTE-REG OCCURS 500 TIMES.
               10 PND-RESERVA        PIC 9(7).
               10 PND-SAIDA          PIC 9(8).
               10 PND-BASE           PIC 9(8)V99.
               10 PND-VALOR          PIC 9(8)V99.
       01 FS-RITMO         PIC XX.
       01 RIT-HORIZONTE    PIC 999 VALUE 90.
       01 MAX-RITMO-DIAS   PIC 999 VALUE 366.
       01 RIT-HOJE-INT     PIC 9(9).
       01 RIT-FIM-INT      PIC 9(9).
       01 RIT-FIM-DATA     PIC 9(8).
       01 RIT-ANT-REF      PIC 9(8).
       01 RIT-ANT-REF-INT  PIC 9(9).
       01 RIT-REF-INT      PIC 9(9).
       01 RIT-REG-INT      PIC 9(9).
       01 RIT-NOITE-INT    PIC 9(9).
       01 RIT-NOITE-DATA   PIC 9(8).
       01 RIT-NOITE-MMDD REDEFINES RIT-NOITE-DATA.
           05 FILLER           PIC 9(4).
           05 RIT-NOITE-MD     PIC 9(4).
       01 RIT-ALVO-INT     PIC 9(9).
       01 RIT-INI-NOITE    PIC 9(9).
       01 RIT-FIM-NOITE    PIC 9(9).
       01 RIT-DIA          PIC 999.
       01 RIT-CAT          PIC 9.
       01 RIT-ANO          PIC 9.
       01 RIT-DIARIA       PIC 9(6)V99.
       01 RIT-OCUP-PCT     PIC 999.
       01 RIT-RECEITA-TXT  PIC X(16).
       01 RIT-RECEITA-ANT-TXT PIC X(16).
       01 RT-TIPO          PIC A(1).
       01 RT-QTD           PIC 99.
       01 RT-VALOR         PIC 9(6)V99.
       01 RT-ENTRADA       PIC 9(8).
       01 RT-SAIDA         PIC 9(8).
       01 RT-STATUS        PIC A(1).
       01 RT-REGISTRO      PIC 9(8).
       01 RT-ENT-INT       PIC 9(9).
       01 RT-SAI-INT       PIC 9(9).
       01 TOTAIS-RITMO-DIA.
           05 RTD-ANO OCCURS 2 TIMES.
               10 RTD-LIVROS         PIC 9(4).
               10 RTD-PU1            PIC 9(4).
               10 RTD-PU7            PIC 9(4).
               10 RTD-PU30           PIC 9(4).
               10 RTD-OPCOES         PIC 9(4).
               10 RTD-RECEITA        PIC 9(10)V99.
       01 TOTAIS-RITMO-GERAL.
           05 RTG-ANO OCCURS 2 TIMES.
               10 RTG-LIVROS         PIC 9(6).
               10 RTG-RECEITA        PIC 9(10)V99.
      *UMA LINHA POR DIA DO HORIZONTE E CATEGORIA; O SEGUNDO INDICE
      *DE ANO E 1 PARA O ANO CORRENTE E 2 PARA A MESMA DATA UM ANO
      *ANTES
       01 TABELA-RITMO.
           05 RITMO-DIA OCCURS 366 TIMES.
               10 RITMO-CAT OCCURS 3 TIMES.
                   15 RITMO-ANO OCCURS 2 TIMES.
                       20 RIT-LIVROS     PIC 9(3).
                       20 RIT-PU1        PIC 9(3).
                       20 RIT-PU7        PIC 9(3).
                       20 RIT-PU30       PIC 9(3).
                       20 RIT-OPCOES     PIC 9(3).
                       20 RIT-RECEITA    PIC 9(8)V99.
       01 FS-LOTE          PIC XX.
       01 LOTE-COMANDO     PIC X(40).
       01 EM-LOTE          PIC A(1) VALUE "N".
       01 LOTE-DATA        PIC 9(8).
       01 LOTE-PASSO       PIC 9.
       01 LOTE-PASSO-OK    PIC A(1).
       01 LOTE-FALHOU      PIC A(1) VALUE "N".
       01 LOTE-NOME-PASSO  PIC X(20).
       01 LOTE-NOTA        PIC X(50).
       01 LOTE-SITUACAO    PIC X(1).
       01 FECH-JA-FEITO    PIC A(1).
       01 ARQ-RETOMADA     PIC A(1) VALUE "N".
       01 ARQ-FALHOU       PIC A(1).
       01 TABELA-LOTE-PASSOS.
           05 LTP-SITUACAO     PIC X(1) OCCURS 8 TIMES.
       01 FS-PRECHEGADA    PIC XX.
       01 OPCAO-CONF       PIC X(1).
       01 CONF-HOSPEDE     PIC 9(5).
       01 CONF-HSP-POS     PIC 999.
       01 CONF-BRUTO       PIC 9(8)V99.
       01 CONF-DESCONTO    PIC 9(8)V99.
       01 CONF-TOTAL       PIC 9(10)V99.
       01 CONF-SALDO       PIC 9(10)V99.
       01 CONF-MEIA        PIC 9(8)V99.
       01 PRE-DIAS         PIC 99.
       01 PRE-DIAS-PADRAO  PIC 99 VALUE 7.
       01 PRE-INI-INT      PIC 9(9).
       01 PRE-FIM-INT      PIC 9(9).
       01 PRE-DATA-INI     PIC 9(8).
       01 PRE-DATA-FIM     PIC 9(8).
       01 PRE-QTD          PIC 9(4).
       01 PRE-SEM-SINAL    PIC 9(4).
       01 PRE-FONE         PIC X(15).
       01 PRE-MARCA        PIC X(17).
       01 FS-CAMAREIRAS    PIC XX.
       01 FS-SITUACAO      PIC XX.
       01 FS-DISCREPANCIA  PIC XX.
       01 OPCAO-CMR        PIC X(1).
       01 MAX-CAMAREIRAS-TABELA PIC 99 VALUE 30.
       01 QTD-CAMAREIRAS   PIC 99 VALUE 0.
       01 PROX-CAMAREIRA   PIC 9(3).
       01 CR-IDX           PIC 99.
       01 CMR-ACHADO       PIC 99.
       01 CAMAREIRA-BUSCA  PIC 9(3).
       01 CE-NOME          PIC A(30).
       01 ESCALADAS        PIC 99.
       01 MENOR-POS        PIC 99.
       01 TABELA-CAMAREIRAS.
           05 CAMAREIRA-REG OCCURS 30 TIMES.
               10 CMR-CODIGO         PIC 9(3).
               10 CMR-NOME           PIC A(30).
               10 CMR-ESCALA         PIC A(1).
               10 CMR-CARGA          PIC 9(4).
               10 CMR-QUARTOS        PIC 999.
      *PESO DE CADA TAREFA NA DISTRIBUICAO DA FOLHA DE TRABALHO
       01 PESO-SAIDA       PIC 9 VALUE 3.
       01 PESO-PERMANENCIA PIC 9 VALUE 2.
       01 PESO-VISTORIA    PIC 9 VALUE 1.
       01 PESO-VEZ         PIC 9.
       01 MAX-FOLHA-TABELA PIC 999 VALUE 300.
       01 QTD-FOLHA        PIC 999.
       01 FL-IDX           PIC 999.
       01 TABELA-FOLHA.
           05 FOLHA-REG OCCURS 300 TIMES.
               10 FOL-TIPO           PIC A(1).
               10 FOL-NUMERO         PIC 999.
               10 FOL-TAREFA         PIC A(1).
               10 FOL-PESO           PIC 9.
               10 FOL-CAMAREIRA      PIC 99.
               10 FOL-RESERVA        PIC 9(7).
               10 FOL-NOME           PIC A(40).
               10 FOL-CHEGADA        PIC A(1).
       01 FQ-TIPO          PIC A(1).
       01 FQ-NUM           PIC 999.
       01 FQ-STATUS        PIC A(1).
       01 FQ-SAIDA         PIC A(1).
       01 FQ-PERMANENCIA   PIC A(1).
       01 FQ-CHEGADA       PIC A(1).
       01 FQ-RESERVA       PIC 9(7).
       01 FQ-NOME          PIC A(40).
       01 TAREFA-NOME      PIC X(24).
       01 SIT-DATA         PIC 9(8).
       01 SIT-FIM          PIC A(1).
       01 SIT-QTD          PIC 999.
       01 SIT-TIPO         PIC A(1).
       01 SIT-NUMERO       PIC 999.
       01 SIT-OCUPACAO     PIC A(1).
       01 SIT-LIMPEZA      PIC A(1).
       01 QTD-SITUACAO     PIC 999.
       01 SFT-IDX          PIC 999.
       01 SFT-ACHADO       PIC 999.
       01 TABELA-SITUACAO.
           05 SITUACAO-REG OCCURS 300 TIMES.
               10 SFT-TIPO           PIC A(1).
               10 SFT-NUMERO         PIC 999.
               10 SFT-OCUPACAO       PIC A(1).
               10 SFT-LIMPEZA        PIC A(1).
               10 SFT-CAMAREIRA      PIC 9(3).
       01 DSC-EVASOES      PIC 9(4).
       01 DSC-NAO-REGISTRADOS PIC 9(4).
       01 DSC-H-POS        PIC 9(4).
       01 FS-RPS           PIC XX.
       01 FS-NFSE          PIC XX.
       01 NFSE-ARQ         PIC X(30).
       01 OPCAO-NFSE       PIC X(1).
       01 PROX-RPS         PIC 9(7) VALUE 1.
       01 MAIOR-RPS        PIC 9(7) VALUE 0.
       01 ISS-ALIQUOTA-CFG PIC 99V99 VALUE 5.00.
       01 ISS-SERVICO-CFG  PIC X(5) VALUE "09.01".
       01 ISS-MUNICIPIO-CFG PIC X(7) VALUE SPACES.
       01 ISS-CNPJ-CFG     PIC X(14) VALUE SPACES.
       01 ISS-INSCRICAO-CFG PIC X(15) VALUE SPACES.
       01 RPS-BUSCA        PIC 9(7).
       01 RPS-BUSCA-RES    PIC 9(7).
       01 RPS-ACHOU        PIC A(1).
       01 RPS-CANCELADO    PIC A(1).
       01 RPS-ATIVOS-RES   PIC 999.
       01 RPS-DATA-ORIGEM  PIC 9(8).
       01 RPS-TIPO         PIC A(1).
       01 RPS-RESERVA      PIC 9(7).
       01 RPS-REFERENCIA   PIC 9(7).
       01 RPS-TOMADOR-TIPO PIC A(1).
       01 RPS-TOMADOR-DOC  PIC X(18).
       01 RPS-TOMADOR-NOME PIC A(40).
       01 RPS-VALOR        PIC 9(10)V99.
       01 RPS-TAXA         PIC 9(10)V99.
       01 RPS-ALIQUOTA     PIC 99V99.
       01 RPS-ISS          PIC 9(10)V99.
       01 RPS-MOTIVO       PIC X(40).
       01 RPS-DOC-BRUTO    PIC X(18).
       01 RPS-DOC-LIMPO    PIC X(14).
       01 RPS-DOC-TAM      PIC 99.
       01 RPS-CAR-IDX      PIC 99.
       01 NFSE-DATA        PIC 9(8).
       01 NFSE-QTD         PIC 9(7).
       01 NFSE-TOT-VALOR   PIC 9(13)V99.
       01 NFSE-TOT-TAXA    PIC 9(13)V99.
       01 NFSE-TOT-ISS     PIC 9(13)V99.
       01 FS-LIQUIDACAO    PIC XX.
       01 FS-CONCILIADOS   PIC XX.
       01 FS-TAXAS-ADQ     PIC XX.
       01 LIQ-ARQ          PIC X(30).
       01 CNC-CONCILIADAS  PIC 9(5).
       01 CNC-SEM-PAGAMENTO PIC 9(5).
       01 CNC-SEM-LIQUIDACAO PIC 9(5).
       01 CNC-REPETIDAS    PIC 9(5).
       01 CNC-TOT-TAXA     PIC 9(10)V99.
       01 CNC-DATA-MIN     PIC 9(8).
       01 CNC-DATA-MAX     PIC 9(8).
       01 CNC-PAG-POS      PIC 9(4).
       01 CNC-NSU-VISTO    PIC A(1).
       01 CNC-IDX          PIC 9(4).
       01 CNC-TAXA-POS     PIC 99.
       01 QTD-NSU-CONC     PIC 9(4).
       01 TABELA-NSU-CONC.
           05 NSU-CONC         PIC X(12) OCCURS 4000 TIMES.
       01 QTD-TAXAS-DIA    PIC 99.
       01 TXD-IDX          PIC 99.
       01 MAX-TAXAS-DIA-TABELA PIC 9(4) VALUE 62.
       01 CNC-TAXA-FORA    PIC 9(10)V99.
       01 CNC-QTD-FORA     PIC 9(5).
       01 TABELA-TAXAS-DIA.
           05 TAXA-DIA-REG OCCURS 62 TIMES.
               10 TXD-DATA           PIC 9(8).
               10 TXD-FORMA          PIC A(1).
               10 TXD-VALOR          PIC 9(10)V99.
               10 TXD-QTD            PIC 9(4).
       01 FS-ARQMORTO-TMP  PIC XX.
       01 FS-CARTA         PIC XX.
       01 FS-CARTA-TMP     PIC XX.
       01 LGPD-CARTA-OK    PIC A(1).
       01 CARTA-ARQ        PIC X(30).
       01 OPCAO-LGPD       PIC X(1).
       01 RETENCAO-ANOS    PIC 99 VALUE 5.
      *NOME QUE FICA NO LUGAR DO TITULAR ANONIMIZADO -- TAMBEM MARCA
      *O QUE JA FOI TRATADO, PARA NAO SER CONTADO DE NOVO
       01 LGPD-MARCA-NOME  PIC A(40) VALUE "ANONIMIZADO LGPD".
       01 LGPD-MODO        PIC A(1).
       01 LGPD-EXCLUI      PIC A(1) VALUE "N".
       01 LGPD-ERRO        PIC A(1) VALUE "N".
       01 LGPD-ARQ-OK      PIC A(1).
       01 LGPD-LOTADA      PIC A(1).
       01 LGPD-BLOQUEIO    PIC A(1).
       01 LGPD-REMOVE      PIC A(1).
       01 LGPD-ESCOLHA     PIC A(1).
       01 LGPD-REFERENCIA  PIC 9(8).
       01 LGPD-CORTE       PIC 9(8).
       01 LGPD-QTD         PIC 9(4) VALUE 0.
       01 MAX-LGPD-TABELA  PIC 9(4) VALUE 3000.
       01 LGPD-IDX         PIC 9(4).
       01 LGPD-ACHADO      PIC 9(4).
       01 LGPD-POS         PIC 9(4).
       01 LGPD-DESTINO     PIC 999.
       01 LGPD-GRP         PIC 999.
       01 LGPD-BUSCA-HOSP  PIC 9(5).
       01 LGPD-BUSCA-NOME  PIC A(40).
       01 LGPD-BUSCA-SAIDA PIC 9(8).
       01 LGPD-BUSCA-STATUS PIC A(1).
       01 LGPD-MARCADOS    PIC 9(4).
       01 LGPD-QTD-HOSP    PIC 9(4).
       01 LGPD-QTD-RES     PIC 9(5).
       01 LGPD-QTD-FNRH    PIC 9(5).
       01 LGPD-QTD-CARTAS  PIC 9(5).
       01 LGPD-QTD-ESPERA  PIC 999.
       01 LGPD-QTD-GRUPOS  PIC 999.
       01 LGPD-ARQ-ALTERADAS PIC 9(5).
       01 LGPD-RESERVA     PIC 9(7).
       01 LGPD-SALDO       PIC 9(10)V99.
       01 TIT-NUMERO       PIC 9(5).
       01 TIT-NOME         PIC A(40).
       01 TIT-DOCUMENTO    PIC X(14).
       01 TIT-FONE         PIC X(15).
       01 TIT-CIDADE       PIC X(30).
       01 TIT-ORIGEM       PIC X(7).
       01 TIT-ESTADIAS     PIC 9(4).
       01 TIT-ITENS        PIC 9(4).
       01 TIT-VALOR        PIC 9(10)V99.
       01 TIT-TOTAL        PIC 9(10)V99.
       01 TIT-TAXA         PIC 9(10)V99.
       01 FNRH-RESERVA     PIC 9(7).
       01 QTD-FNRH-LINHAS  PIC 99.
       01 FNRH-IDX         PIC 99.
       01 TABELA-FNRH.
           05 FNRH-LIN         PIC X(100) OCCURS 40 TIMES.
      *UM TITULAR POR LINHA: O NUMERO DO CADASTRO (ZERO PARA QUEM SO
      *APARECE PELO NOME), A ULTIMA SAIDA E SE VAI SER ANONIMIZADO
       01 TABELA-LGPD.
           05 LGPD-REG OCCURS 3000 TIMES.
               10 LGP-HOSPEDE        PIC 9(5).
               10 LGP-NOME           PIC A(40).
               10 LGP-ULTIMA         PIC 9(8).
               10 LGP-ANONIMIZA      PIC A(1).
       01 TABELA-PERIODOS.
           05 PERIODO-REG OCCURS 50 TIMES.
               10 PRD-TIPO           PIC A(1).
               10 PGT-DATA           PIC 9(8).
               10 PGT-VALOR          PIC 9(8)V99.
               10 PGT-FORMA          PIC A(1).
               10 PGT-CONCILIADO     PIC A(1).
       01 TABELA-QUARTOS.
           05 QUARTO-REG OCCURS 100 TIMES.
               10 QRT-TIPO           PIC A(1).
               10 HIST-EMPRESA       PIC 9(3).
               10 HIST-ADULTOS       PIC 99.
               10 HIST-CRIANCAS      PIC 99.
               10 HIST-AGENCIA       PIC 9(3).
       01 REGISTRO OCCURS 200 TIMES.

           05 REG-NUMERO        PIC 9(7).
           05 REG-EMPRESA       PIC 9(3).
           05 REG-ADULTOS       PIC 99.
           05 REG-CRIANCAS      PIC 99.
           05 REG-AGENCIA       PIC 9(3).

       PROCEDURE DIVISION.


       MAIN-PROCEDURE.
           PERFORM CARREGA-TARIFAS
      *"LOTE [AAAAMMDD]" NA LINHA DE COMANDO RODA O FECHAMENTO DO DIA
      *SEM OPERADOR E SEM PERGUNTAS -- O AGENDADOR DA NOITE CONFERE O
      *CODIGO DE RETORNO
           ACCEPT LOTE-COMANDO FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(LOTE-COMANDO) TO LOTE-COMANDO
           IF LOTE-COMANDO(1:4) = "LOTE"
               MOVE "S" TO EM-LOTE
               MOVE 0 TO OPERADOR-COD
               MOVE "LOTE NOTURNO" TO OPERADOR-NOME
           ELSE
               DISPLAY "SEJA BEM VINDO(A)"
               DISPLAY "ESSE PROGRAMA REGISTRA OS DADOS DE CLIENTES"
      *TRES TURNOS USAM A MESMA MAQUINA -- TODA ACAO QUE MUDA ESTADO
      *SAI NO MOVIMENTOS.LOG COM O CODIGO DE QUEM ABRIU O TURNO
               PERFORM CARREGA-OPERADORES
               PERFORM IDENTIFICA-OPERADOR
           END-IF
      *OS CONTADORES ENTRAM ANTES DO HISTORICO: A CONVERSAO DO
      *FORMATO ANTIGO NUMERA RESERVAS E REGRAVA O CONTROLE.DAT, ENTAO
      *OS VALORES PERSISTIDOS PRECISAM JA ESTAR CARREGADOS
           PERFORM CARREGA-GRUPOS
           PERFORM CARREGA-ESPERA
           PERFORM CARREGA-EMPRESAS
           PERFORM CARREGA-TROCAS
           PERFORM CARREGA-SERVICOS
           PERFORM CARREGA-CONSUMOS
           PERFORM CARREGA-AGENCIAS
           PERFORM CARREGA-COMISSOES
           PERFORM CARREGA-CAMAREIRAS
      *O BACKUP RODA ANTES DE QUALQUER REGRAVACAO DO DIA (INCLUSIVE
      *A LIBERACAO DE OPCOES LOGO ABAIXO), PARA A COPIA GUARDAR O
      *ESTADO COM QUE O DIA COMECOU
           PERFORM VERIFICA-BACKUP-DIA
           PERFORM VERIFICA-CONSISTENCIA
      *NO LOTE AS OPCOES VENCIDAS SAO LIBERADAS PELA AUDITORIA, PARA
      *CADA LIBERACAO SAIR NO RELATORIO DELA
           IF EM-LOTE = "S"
               PERFORM EXECUTA-LOTE-NOTURNO
               STOP RUN
           END-IF
           PERFORM LIBERA-OPCOES-VENCIDAS
           PERFORM UNTIL OPCAO-MENU = "0"
               DISPLAY " "
               DISPLAY "C - CONTAS DE EMPRESAS"
               DISPLAY "D - EXPORTACAO CONTABIL"
               DISPLAY "E - MANUTENCAO DE ARQUIVOS"
               DISPLAY "F - CONSUMOS NA CONTA DO QUARTO"
               DISPLAY "G - AGENCIAS DE VIAGENS E COMISSOES"
               DISPLAY "H - RITMO DE VENDAS (PICK-UP)"
               DISPLAY "I - CONFIRMACOES E PRE-CHEGADAS"
               DISPLAY "J - NOTA FISCAL DE SERVICO (RPS / NFS-E)"
               DISPLAY "K - CONCILIACAO DE CARTAO E PIX"
               DISPLAY "L - LGPD (RETENCAO E TITULAR DE DADOS)"
               DISPLAY "0 - SAIR"
               ACCEPT OPCAO-MENU
               MOVE FUNCTION UPPER-CASE(OPCAO-MENU) TO OPCAO-MENU
                       PERFORM MODO-CONTABIL
                   WHEN "E"
                       PERFORM MODO-MANUTENCAO
                   WHEN "F"
                       PERFORM MODO-CONSUMOS
                   WHEN "G"
                       PERFORM MODO-AGENCIAS
                   WHEN "H"
                       PERFORM MODO-RITMO
                   WHEN "I"
                       PERFORM MODO-CONFIRMACOES
                   WHEN "J"
                       PERFORM MODO-NFSE
                   WHEN "K"
                       PERFORM MODO-CONCILIACAO
                   WHEN "L"
                       PERFORM MODO-LGPD
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
           PERFORM GRAVAR-CSV
      *RECARREGA O HISTORICO PARA QUE OS REGISTROS DESTA SESSAO JA
      *APARECAM NOS OUTROS MODOS DO MENU SEM REINICIAR O PROGRAMA
           PERFORM CARREGA-HISTORICO
           PERFORM EMITE-CONFIRMACOES-SESSAO.

      *MODO DE BALCAO: ANDA PELA TABELA-HISTORICO JA CARREGADA, MARCA
      *CHECK-IN, CHECK-OUT (COM RECALCULO PARA SAIDA ANTECIPADA) OU
           DISPLAY "(E)FETUAR CHECK-IN (S)AIDA/CHECK-OUT"
           DISPLAY "(N)AO COMPARECEU (F)OLIO (P)AGAMENTO/SINAL"
           DISPLAY "(C)ANCELAR RESERVA (O) CONFIRMAR OPCAO"
           DISPLAY "(T)ROCAR QUARTO"
           DISPLAY "OU OUTRA TECLA PARA VOLTAR"
           ACCEPT ACAO-FRENTE
           MOVE FUNCTION UPPER-CASE(ACAO-FRENTE) TO ACAO-FRENTE
                   ELSE
                       DISPLAY "ESTA RESERVA NAO E UMA OPCAO"
                   END-IF
               WHEN "T"
                   PERFORM TROCA-QUARTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               MOVE DIAS-REAIS TO I-QTD
               MOVE HIST-DATA-ENTRADA(POS-HIST) TO I-DATA-ENTRADA
               MOVE DATA-SAIDA-REAL TO I-DATA-SAIDA
               MOVE HIST-NUMERO(POS-HIST) TO TROCA-BUSCA
               PERFORM CALCULA-VALOR-ESTADIA
               MOVE VALOR-DIAS TO HIST-VALOR(POS-HIST)
               MOVE DATA-SAIDA-REAL TO HIST-DATA-SAIDA(POS-HIST)
               MOVE DIAS-REAIS TO HIST-QTD(POS-HIST)
               DISPLAY "CONTA RECALCULADA PARA " DIAS-REAIS " DIARIAS"
           END-IF
           MOVE "F" TO HIST-STATUS(POS-HIST)
           MOVE HIST-NUMERO(POS-HIST) TO CONSUMO-ALVO
           PERFORM SOMA-CONSUMOS-RESERVA
           COMPUTE VALOR-CONTA = HIST-VALOR(POS-HIST)
               + HIST-EXTRAS(POS-HIST) + TOTAL-CONSUMOS
           DISPLAY "DIARIAS: R$ " HIST-VALOR(POS-HIST)
               "  EXTRAS: R$ " HIST-EXTRAS(POS-HIST)
           IF TOTAL-CONSUMOS > 0
               DISPLAY "CONSUMOS NA CONTA: R$ " TOTAL-CONSUMOS
           END-IF
           DISPLAY "TOTAL DA CONTA: R$ " VALOR-CONTA
      *O QUE JA ENTROU COMO SINAL OU PARCIAL SAI DO VALOR A COBRAR
      *NO BALCAO -- A TELA MOSTRA O SALDO EM ABERTO, NAO A CONTA
           MOVE "CHECK-OUT" TO LOG-ACAO
           MOVE HIST-NUMERO(POS-HIST) TO LOG-REF
           PERFORM GRAVA-LOG
           PERFORM GERA-RPS-RESERVA
           DISPLAY "EMITIR FOLIO PARA O HOSPEDE? (S)IM"
           ACCEPT CONFIRMA
           MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA
           END-PERFORM
           MOVE "N" TO VALIDO.

      *TROCA DE QUARTO COM O HOSPEDE NO HOTEL (AR-CONDICIONADO
      *QUEBRADO, UPGRADE, PEDIDO DO HOSPEDE): O QUARTO NOVO PASSA
      *PELA MESMA VERIFICACAO DE OCUPACAO DA VENDA PARA O RESTO DA
      *ESTADIA, AS NOITES DE ANTES E DE DEPOIS DA TROCA SAO COBRADAS
      *CADA UMA NA SUA CATEGORIA E O QUARTO DEIXADO VAI PARA LIMPEZA
       TROCA-QUARTO.
           IF HIST-STATUS(POS-HIST) NOT = "H"
               DISPLAY "TROCA DE QUARTO SO COM O HOSPEDE NO HOTEL -- "
                   "FACA O CHECK-IN PRIMEIRO"
           ELSE
           IF QTD-TROCAS >= MAX-TROCAS-TABELA
               DISPLAY "TABELA DE TROCAS LOTADA -- TROCA NAO FEITA"
           ELSE
               MOVE "S" TO TROCA-OK
               PERFORM CAPTURA-DATA-TROCA
               IF TROCA-OK = "S"
                   PERFORM CAPTURA-QUARTO-TROCA
               END-IF
               IF TROCA-OK = "S"
                   PERFORM EFETIVA-TROCA-QUARTO
               END-IF
           END-IF
           END-IF.

      *A DATA DA TROCA E A PRIMEIRA NOITE NO QUARTO NOVO: TEM QUE
      *CAIR DENTRO DA ESTADIA, NAO PODE SER ANTERIOR A UMA TROCA
      *JA FEITA NESTA MESMA RESERVA E NAO PODE SER FUTURA -- A TROCA
      *SO E LANCADA QUANDO O HOSPEDE MUDA DE FATO DE QUARTO
       CAPTURA-DATA-TROCA.
           MOVE HIST-NUMERO(POS-HIST) TO TROCA-BUSCA
           PERFORM LOCALIZA-ULTIMA-TROCA
           PERFORM UNTIL VALIDO = "S" OR TROCA-OK = "N"
               DISPLAY "DATA DA TROCA (AAAAMMDD), <ENTER> PARA HOJE, "
                   "0 PARA DESISTIR"
               MOVE SPACES TO I-DATA-ENTRADA-TXT
               ACCEPT I-DATA-ENTRADA-TXT
               IF I-DATA-ENTRADA-TXT = SPACES
                   ACCEPT DATA-HOJE FROM DATE YYYYMMDD
                   MOVE DATA-HOJE TO TROCA-DATA
                   MOVE "S" TO VALIDO
               ELSE
                   IF I-DATA-ENTRADA-TXT = "0"
                       MOVE "N" TO TROCA-OK
                   ELSE
                   IF I-DATA-ENTRADA-TXT IS NUMERIC
                       PERFORM VALIDA-DATA-ENTRADA
                       IF VALIDO = "S"
                           MOVE I-DATA-ENTRADA-TXT TO TROCA-DATA
                       END-IF
                   ELSE
                       DISPLAY "DATA INVALIDA -- DIGITE 8 NUMEROS "
                           "(AAAAMMDD)"
                   END-IF
                   END-IF
               END-IF
               IF VALIDO = "S"
                   IF TROCA-DATA < HIST-DATA-ENTRADA(POS-HIST)
                           OR TROCA-DATA >= HIST-DATA-SAIDA(POS-HIST)
                       DISPLAY "A TROCA PRECISA CAIR ENTRE A ENTRADA "
                           HIST-DATA-ENTRADA(POS-HIST)
                           " E A VESPERA DA SAIDA "
                           HIST-DATA-SAIDA(POS-HIST)
                       MOVE "N" TO VALIDO
                   ELSE
                       IF TROCA-DATA < TROCA-ULT-DATA
                           DISPLAY "JA HOUVE TROCA NESTA RESERVA EM "
                               TROCA-ULT-DATA
                               " -- A NOVA NAO PODE SER ANTERIOR"
                           MOVE "N" TO VALIDO
                       ELSE
                           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
                           IF TROCA-DATA > DATA-HOJE
                               DISPLAY "A TROCA SO PODE SER LANCADA NO "
                                   "DIA EM QUE ACONTECE OU DEPOIS"
                               MOVE "N" TO VALIDO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO VALIDO.

      *CATEGORIA E NUMERO DO QUARTO NOVO -- NUMERO 0 PEGA O PRIMEIRO
      *QUARTO LIVRE DA CATEGORIA, COMO NA VENDA. O QUARTO ATUAL DO
      *HOSPEDE NUNCA SAI LIVRE PORQUE A PROPRIA RESERVA O OCUPA ATE
      *A SAIDA
       CAPTURA-QUARTO-TROCA.
           PERFORM UNTIL VALIDO = "S" OR TROCA-OK = "N"
               PERFORM MOSTRA-TARIFAS-DISPONIVEIS
               DISPLAY "OU 0 PARA DESISTIR DA TROCA"
               ACCEPT I-TIPO
               MOVE FUNCTION UPPER-CASE(I-TIPO) TO I-TIPO
               IF I-TIPO = "0"
                   MOVE "N" TO TROCA-OK
               ELSE
                   SET TAR-IDX TO 1
                   SEARCH TARIFA-REG
                       AT END
                           MOVE "N" TO VALIDO
                       WHEN TAR-TIPO(TAR-IDX) = I-TIPO
                           MOVE "S" TO VALIDO
                   END-SEARCH
               END-IF
           END-PERFORM
           MOVE "N" TO VALIDO
           IF TROCA-OK = "S"
               PERFORM BUSCA-TARIFA
               MOVE I-TIPO TO TROCA-TIPO-NOVO
               MOVE TROCA-DATA TO I-DATA-ENTRADA
               MOVE HIST-DATA-SAIDA(POS-HIST) TO I-DATA-SAIDA
      *A TABELA DA SESSAO DE RESERVAS NAO ENTRA NA CONTA AQUI
               MOVE 1 TO INDICE
               DISPLAY "NUMERO DO QUARTO (1 A " CAPACIDADE-TIPO
                   "), 0 PARA O PRIMEIRO LIVRE"
               MOVE 0 TO I-QUARTO-NUM
               ACCEPT I-QUARTO-NUM
               IF I-QUARTO-NUM = 0
                   PERFORM ATRIBUI-QUARTO
                   IF QUARTO-OK NOT = "S"
                       DISPLAY "SEM QUARTOS " I-TIPO " LIVRES ATE A "
                           "SAIDA -- TROCA NAO FEITA"
                       MOVE "N" TO TROCA-OK
                   END-IF
               ELSE
               IF I-QUARTO-NUM > CAPACIDADE-TIPO
                   DISPLAY "NUMERO FORA DA CAPACIDADE DA CATEGORIA"
                   MOVE "N" TO TROCA-OK
               ELSE
               IF I-TIPO = HIST-TIPO(POS-HIST)
                       AND I-QUARTO-NUM = HIST-QUARTO(POS-HIST)
                   DISPLAY "O HOSPEDE JA ESTA NESTE QUARTO"
                   MOVE "N" TO TROCA-OK
               ELSE
                   MOVE I-QUARTO-NUM TO QUARTO-CAND
                   PERFORM VERIFICA-QUARTO-OCUPADO
                   IF LIVRE NOT = "S"
                       DISPLAY "QUARTO " I-TIPO "-" I-QUARTO-NUM
                           " OCUPADO OU FORA DE ORDEM NO PERIODO -- "
                           "TROCA NAO FEITA"
                       MOVE "N" TO TROCA-OK
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *A TROCA ENTRA NA TABELA ANTES DO RECALCULO PARA QUE O PRECO
      *JA SAIA EM TRECHOS -- DEPOIS A RESERVA PASSA A APONTAR O
      *QUARTO NOVO E O ANTIGO FICA EM LIMPEZA NO QUARTOS.DAT (SALVO
      *SE JA ESTIVER FORA DE ORDEM, QUE CONTINUA BLOQUEADO)
       EFETIVA-TROCA-QUARTO.
           MOVE HIST-TIPO(POS-HIST) TO TROCA-TIPO-ANT
           MOVE HIST-QUARTO(POS-HIST) TO TROCA-QUARTO-ANT
           MOVE HIST-VALOR(POS-HIST) TO TROCA-VALOR-ANT
           ADD 1 TO QTD-TROCAS
           MOVE HIST-NUMERO(POS-HIST) TO TRC-RESERVA(QTD-TROCAS)
           MOVE TROCA-DATA TO TRC-DATA(QTD-TROCAS)
           MOVE TROCA-TIPO-ANT TO TRC-TIPO-ANT(QTD-TROCAS)
           MOVE TROCA-QUARTO-ANT TO TRC-QUARTO-ANT(QTD-TROCAS)
           MOVE TROCA-TIPO-NOVO TO TRC-TIPO-NOVO(QTD-TROCAS)
           MOVE I-QUARTO-NUM TO TRC-QUARTO-NOVO(QTD-TROCAS)
           MOVE TROCA-VALOR-ANT TO TRC-VALOR-ANT(QTD-TROCAS)
           MOVE OPERADOR-COD TO TRC-OPERADOR(QTD-TROCAS)
           PERFORM PREPARA-EMPRESA-RESERVA
           MOVE HIST-TIPO(POS-HIST) TO I-TIPO
           MOVE HIST-QTD(POS-HIST) TO I-QTD
           MOVE HIST-DATA-ENTRADA(POS-HIST) TO I-DATA-ENTRADA
           MOVE HIST-DATA-SAIDA(POS-HIST) TO I-DATA-SAIDA
           MOVE HIST-NUMERO(POS-HIST) TO TROCA-BUSCA
           PERFORM CALCULA-VALOR-ESTADIA
           MOVE VALOR-DIAS TO TRC-VALOR-NOVO(QTD-TROCAS)
           PERFORM GRAVA-TROCA-ARQUIVO
           MOVE TROCA-TIPO-NOVO TO HIST-TIPO(POS-HIST)
           MOVE TRC-QUARTO-NOVO(QTD-TROCAS) TO HIST-QUARTO(POS-HIST)
           MOVE VALOR-DIAS TO HIST-VALOR(POS-HIST)
           PERFORM REGRAVA-RESERVA-ATUAL
           PERFORM LIBERA-QUARTO-TROCA
           DISPLAY "HOSPEDE TROCADO DO QUARTO " TROCA-TIPO-ANT "-"
               TROCA-QUARTO-ANT " PARA O " HIST-TIPO(POS-HIST) "-"
               HIST-QUARTO(POS-HIST) " A PARTIR DE " TROCA-DATA
           DISPLAY "DIARIAS: R$ " TROCA-VALOR-ANT
               " PASSAM A R$ " HIST-VALOR(POS-HIST)
           MOVE "TROCA QUARTO" TO LOG-ACAO
           MOVE HIST-NUMERO(POS-HIST) TO LOG-REF
           MOVE SPACES TO LOG-DETALHE
           STRING TROCA-TIPO-ANT "-" TROCA-QUARTO-ANT " PARA "
               HIST-TIPO(POS-HIST) "-" HIST-QUARTO(POS-HIST)
               " DESDE " TROCA-DATA INTO LOG-DETALHE
           PERFORM GRAVA-LOG.

       LIBERA-QUARTO-TROCA.
           MOVE 0 TO QUARTO-ACHADO
           MOVE 1 TO Q-IDX
           PERFORM UNTIL Q-IDX > QTD-QUARTOS OR QUARTO-ACHADO > 0
               IF QRT-TIPO(Q-IDX) = TROCA-TIPO-ANT
                       AND QRT-NUMERO(Q-IDX) = TROCA-QUARTO-ANT
                   MOVE Q-IDX TO QUARTO-ACHADO
               END-IF
               ADD 1 TO Q-IDX
           END-PERFORM
           IF QUARTO-ACHADO = 0
               IF QTD-QUARTOS >= MAX-QUARTOS-TABELA
                   DISPLAY "LISTA DE QUARTOS LOTADA -- MARQUE A "
                       "LIMPEZA DO QUARTO ANTIGO PELA GOVERNANCA"
               ELSE
                   ADD 1 TO QTD-QUARTOS
                   MOVE QTD-QUARTOS TO QUARTO-ACHADO
                   MOVE TROCA-TIPO-ANT TO QRT-TIPO(QUARTO-ACHADO)
                   MOVE TROCA-QUARTO-ANT TO QRT-NUMERO(QUARTO-ACHADO)
                   MOVE SPACE TO QRT-STATUS(QUARTO-ACHADO)
               END-IF
           END-IF
           IF QUARTO-ACHADO > 0
               IF QRT-STATUS(QUARTO-ACHADO) NOT = "F"
                   MOVE "L" TO QRT-STATUS(QUARTO-ACHADO)
                   MOVE SPACES TO QRT-OBS(QUARTO-ACHADO)
                   STRING "TROCA RES " HIST-NUMERO(POS-HIST)
                       INTO QRT-OBS(QUARTO-ACHADO)
               END-IF
               PERFORM GRAVA-QUARTOS-ARQUIVO
           END-IF.

       CARREGA-TROCAS.
           MOVE 0 TO QTD-TROCAS
           OPEN INPUT TROCAS
           IF FS-TROCAS = "00"
               PERFORM UNTIL FS-TROCAS = "10"
                   READ TROCAS
                       AT END MOVE "10" TO FS-TROCAS
                       NOT AT END PERFORM ARMAZENA-TROCA
                   END-READ
               END-PERFORM
               CLOSE TROCAS
           END-IF.

       ARMAZENA-TROCA.
           IF QTD-TROCAS >= MAX-TROCAS-TABELA
               DISPLAY "TROCAS.DAT TEM MAIS REGISTROS DO QUE O "
                   "PROGRAMA SUPORTA -- LISTA TRUNCADA EM "
                   MAX-TROCAS-TABELA
               MOVE "10" TO FS-TROCAS
           ELSE
               ADD 1 TO QTD-TROCAS
               MOVE TR-RESERVA TO TRC-RESERVA(QTD-TROCAS)
               MOVE TR-DATA TO TRC-DATA(QTD-TROCAS)
               MOVE TR-TIPO-ANT TO TRC-TIPO-ANT(QTD-TROCAS)
               MOVE TR-QUARTO-ANT TO TRC-QUARTO-ANT(QTD-TROCAS)
               MOVE TR-TIPO-NOVO TO TRC-TIPO-NOVO(QTD-TROCAS)
               MOVE TR-QUARTO-NOVO TO TRC-QUARTO-NOVO(QTD-TROCAS)
               MOVE TR-VALOR-ANT TO TRC-VALOR-ANT(QTD-TROCAS)
               MOVE TR-VALOR-NOVO TO TRC-VALOR-NOVO(QTD-TROCAS)
               MOVE TR-OPERADOR TO TRC-OPERADOR(QTD-TROCAS)
           END-IF.

      *SO A TROCA NOVA VAI PARA O ARQUIVO, COMO NO LIVRO DE
      *PAGAMENTOS
       GRAVA-TROCA-ARQUIVO.
           MOVE TRC-RESERVA(QTD-TROCAS) TO TR-RESERVA
           MOVE TRC-DATA(QTD-TROCAS) TO TR-DATA
           MOVE TRC-TIPO-ANT(QTD-TROCAS) TO TR-TIPO-ANT
           MOVE TRC-QUARTO-ANT(QTD-TROCAS) TO TR-QUARTO-ANT
           MOVE TRC-TIPO-NOVO(QTD-TROCAS) TO TR-TIPO-NOVO
           MOVE TRC-QUARTO-NOVO(QTD-TROCAS) TO TR-QUARTO-NOVO
           MOVE TRC-VALOR-ANT(QTD-TROCAS) TO TR-VALOR-ANT
           MOVE TRC-VALOR-NOVO(QTD-TROCAS) TO TR-VALOR-NOVO
           MOVE TRC-OPERADOR(QTD-TROCAS) TO TR-OPERADOR
           OPEN EXTEND TROCAS
           IF FS-TROCAS NOT = "00"
               OPEN OUTPUT TROCAS
           END-IF
           WRITE LINHA-TROCA
           CLOSE TROCAS.

      *CANCELAMENTO ANTES DA CHEGADA, COM MULTA PELA ANTECEDENCIA:
      *7 OU MAIS DIAS SAI LIVRE, DE 1 A 6 DIAS PAGA MEIA DIARIA E NO
      *PROPRIO DIA PAGA UMA DIARIA INTEIRA. A RESERVA CANCELADA
                   MOVE 0 TO I-HOSPEDE
                   MOVE 0 TO I-EMPRESA
                   MOVE 0 TO I-EMPRESA-POS
                   PERFORM VINCULA-AGENCIA
                   PERFORM CAPTURA-DATA-ENTRADA
                   PERFORM CAPTURA-DIAS
                   MOVE 0 TO I-EXTRAS
                       END-IF
                       PERFORM CALCULA-RESUMO-PERIODO
                       PERFORM CARREGA-HISTORICO
                       PERFORM EMITE-CONFIRMACOES-SESSAO
                   END-IF
               END-IF
           END-IF.
                   MOVE "CHECK-OUT GRUPO" TO LOG-ACAO
                   MOVE HIST-NUMERO(POS-HIST) TO LOG-REF
                   PERFORM GRAVA-LOG
                   PERFORM GERA-RPS-RESERVA
                   ADD 1 TO MARCADAS-GRUPO
               END-IF
               ADD 1 TO MEM-IDX
                       AND HIST-STATUS(POS-HIST) NOT = "N"
                   ADD HIST-VALOR(POS-HIST) TO GRP-TOT-CONTA
                   ADD HIST-EXTRAS(POS-HIST) TO GRP-TOT-CONTA
                   MOVE RES-BUSCA TO CONSUMO-ALVO
                   PERFORM SOMA-CONSUMOS-RESERVA
                   ADD TOTAL-CONSUMOS TO GRP-TOT-CONTA
               END-IF
               MOVE RES-BUSCA TO PAG-RESERVA-ALVO
               PERFORM SOMA-PAGAMENTOS-RESERVA
               STRING "    EXTRAS R$ " VALOR-FORMATADO
                   INTO LINHA-FOLIO
               WRITE LINHA-FOLIO
           END-IF
           PERFORM GRAVA-CONSUMOS-FOLIO.

       CARREGA-GRUPOS.
           MOVE 0 TO QTD-GRUPOS
           MOVE SPACES TO LINHA-MOVLOG
           STRING DATA-HOJE " " HORA-AGORA(1:6) " OP " OPERADOR-COD
               " " LOG-ACAO " REF " LOG-REF INTO LINHA-MOVLOG
           IF LOG-DETALHE NOT = SPACES
               MOVE LOG-DETALHE TO LINHA-MOVLOG(57:40)
               MOVE SPACES TO LOG-DETALHE
           END-IF
           WRITE LINHA-MOVLOG
           CLOSE MOVLOG.

           ELSE
           IF CFG-TIPO = "P"
               PERFORM ARMAZENA-PERIODO
           ELSE
           IF CFG-TIPO = "I"
               PERFORM ARMAZENA-DADOS-ISS
           ELSE
           IF CFG-TIPO = "R"
               PERFORM ARMAZENA-RETENCAO
           ELSE
               IF QTD-TARIFAS < MAX-TARIFAS-TABELA
                   ADD 1 TO QTD-TARIFAS
                       "PROGRAMA SUPORTA -- LINHA IGNORADA: " CFG-TIPO
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *SEM LINHA "I" (OU COM ALIQUOTA INVALIDA) VALEM 5 PORCENTO E O
      *ITEM 09.01 (HOSPEDAGEM)
       ARMAZENA-DADOS-ISS.
           IF ISS-ALIQUOTA IS NUMERIC AND ISS-ALIQUOTA > 0
               MOVE ISS-ALIQUOTA TO ISS-ALIQUOTA-CFG
           ELSE
               DISPLAY "ALIQUOTA DE ISS INVALIDA EM TARIFAS.DAT -- "
                   "MANTIDOS " ISS-ALIQUOTA-CFG " PORCENTO"
           END-IF
           IF ISS-SERVICO NOT = SPACES
               MOVE ISS-SERVICO TO ISS-SERVICO-CFG
           END-IF
           MOVE ISS-MUNICIPIO TO ISS-MUNICIPIO-CFG
           MOVE ISS-CNPJ TO ISS-CNPJ-CFG
           MOVE ISS-INSCRICAO TO ISS-INSCRICAO-CFG.

      *SEM LINHA "R" (OU COM ZERO) OS DADOS FICAM 5 ANOS
       ARMAZENA-RETENCAO.
           IF RET-ANOS IS NUMERIC AND RET-ANOS > 0
               MOVE RET-ANOS TO RETENCAO-ANOS
           ELSE
               DISPLAY "PRAZO DE RETENCAO INVALIDO EM TARIFAS.DAT -- "
                   "MANTIDOS " RETENCAO-ANOS " ANOS"
           END-IF.

       ARMAZENA-PERIODO.
           MOVE 99        TO MAX-HOSPEDES-CFG.

      *RESERVAS.DAT E INDEXADO POR NUMERO DE RESERVA -- UM ARQUIVO
      *QUE NAO ABRE NO LAYOUT ATUAL PODE SER O INDEXADO DE 115 OU DE
      *100 BYTES DE VERSOES ANTERIORES (MIGRADO AQUI MESMO) OU O
      *SEQUENCIAL MAIS ANTIGO AINDA (CONVERTIDO UMA UNICA VEZ NA
      *CARGA)
       CARREGA-HISTORICO.
           MOVE 0 TO QTD-HISTORICO
           OPEN INPUT RESERVAS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   PERFORM MIGRA-RESERVAS-V2
                   IF MIGRACAO-OK NOT = "S"
                       PERFORM MIGRA-RESERVAS-V1
                   END-IF
                   IF MIGRACAO-OK NOT = "S"
                       PERFORM CONVERTE-RESERVAS-ANTIGAS
                   END-IF
               ELSE
                   MOVE 0 TO HIST-CRIANCAS(QTD-HISTORICO)
               END-IF
               IF LR-AGENCIA IS NUMERIC
                   MOVE LR-AGENCIA TO HIST-AGENCIA(QTD-HISTORICO)
               ELSE
                   MOVE 0 TO HIST-AGENCIA(QTD-HISTORICO)
               END-IF
               IF LR-NUMERO >= PROX-RESERVA
                   COMPUTE PROX-RESERVA = LR-NUMERO + 1
               END-IF
           END-IF.

      *DE 115 PARA 118 BYTES (AGENCIA DE VIAGENS) A MIGRACAO E A
      *MESMA DO LAYOUT DE 100 BYTES LOGO ABAIXO, COM A AGENCIA ZERADA
       MIGRA-RESERVAS-V2.
           MOVE "N" TO MIGRACAO-OK
           OPEN INPUT RESERVAS-V2
           IF FS-RESERVAS-V2 = "00"
               DISPLAY "MIGRANDO RESERVAS.DAT PARA O LAYOUT ATUAL"
               PERFORM UNTIL FS-RESERVAS-V2 = "10"
                   READ RESERVAS-V2 NEXT
                       AT END MOVE "10" TO FS-RESERVAS-V2
                       NOT AT END PERFORM ARMAZENA-HISTORICO-V2
                   END-READ
               END-PERFORM
               CLOSE RESERVAS-V2
               PERFORM GRAVA-HISTORICO-ARQUIVO
               PERFORM GRAVA-CONTROLE
               DISPLAY "MIGRACAO CONCLUIDA: " QTD-HISTORICO
                   " RESERVA(S) REGRAVADAS"
               MOVE "S" TO MIGRACAO-OK
           END-IF.

       ARMAZENA-HISTORICO-V2.
           IF QTD-HISTORICO >= MAX-HISTORICO-TABELA
               DISPLAY "RESERVAS.DAT TEM MAIS REGISTROS DO QUE O "
                   "PROGRAMA SUPORTA -- HISTORICO TRUNCADO EM "
                   MAX-HISTORICO-TABELA
               MOVE "10" TO FS-RESERVAS-V2
           ELSE
               ADD 1 TO QTD-HISTORICO
               MOVE V2-NUMERO TO HIST-NUMERO(QTD-HISTORICO)
               MOVE V2-NOME TO HIST-NOME(QTD-HISTORICO)
               MOVE V2-QTD TO HIST-QTD(QTD-HISTORICO)
               MOVE V2-TIPO TO HIST-TIPO(QTD-HISTORICO)
               MOVE V2-VALOR TO HIST-VALOR(QTD-HISTORICO)
               MOVE V2-DATA-ENTRADA TO HIST-DATA-ENTRADA(QTD-HISTORICO)
               MOVE V2-DATA-SAIDA TO HIST-DATA-SAIDA(QTD-HISTORICO)
               MOVE V2-QUARTO TO HIST-QUARTO(QTD-HISTORICO)
               MOVE V2-EXTRAS TO HIST-EXTRAS(QTD-HISTORICO)
               MOVE V2-FORMA-PGTO TO HIST-FORMA-PGTO(QTD-HISTORICO)
               MOVE V2-STATUS TO HIST-STATUS(QTD-HISTORICO)
               MOVE V2-HOSPEDE TO HIST-HOSPEDE(QTD-HISTORICO)
               MOVE V2-DATA-REGISTRO
                   TO HIST-DATA-REGISTRO(QTD-HISTORICO)
               MOVE V2-OPCAO-LIMITE TO HIST-OPCAO-LIMITE(QTD-HISTORICO)
               MOVE V2-EMPRESA TO HIST-EMPRESA(QTD-HISTORICO)
               MOVE V2-ADULTOS TO HIST-ADULTOS(QTD-HISTORICO)
               MOVE V2-CRIANCAS TO HIST-CRIANCAS(QTD-HISTORICO)
               MOVE 0 TO HIST-AGENCIA(QTD-HISTORICO)
               IF V2-NUMERO >= PROX-RESERVA
                   COMPUTE PROX-RESERVA = V2-NUMERO + 1
               END-IF
           END-IF.

      *O REGISTRO DO RESERVAS.DAT CRESCEU DE 100 PARA 115 BYTES
      *(OPCAO, EMPRESA E PESSOAS) E O INDEXADO GRAVADO PELO LAYOUT
      *ANTERIOR NAO ABRE MAIS -- EM VEZ DE COMECAR COM O LIVRO VAZIO,
               MOVE 0 TO HIST-EMPRESA(QTD-HISTORICO)
               MOVE 0 TO HIST-ADULTOS(QTD-HISTORICO)
               MOVE 0 TO HIST-CRIANCAS(QTD-HISTORICO)
               MOVE 0 TO HIST-AGENCIA(QTD-HISTORICO)
               IF V1-NUMERO >= PROX-RESERVA
                   COMPUTE PROX-RESERVA = V1-NUMERO + 1
               END-IF
               MOVE 0 TO HIST-EMPRESA(QTD-HISTORICO)
               MOVE 0 TO HIST-ADULTOS(QTD-HISTORICO)
               MOVE 0 TO HIST-CRIANCAS(QTD-HISTORICO)
               MOVE 0 TO HIST-AGENCIA(QTD-HISTORICO)
           END-IF
           END-IF.

                       IF CT-DATA-BACKUP IS NUMERIC
                           MOVE CT-DATA-BACKUP TO DATA-ULT-BACKUP
                       END-IF
                       IF CT-PROX-RPS IS NUMERIC
                               AND CT-PROX-RPS > PROX-RPS
                           MOVE CT-PROX-RPS TO PROX-RPS
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF
           MOVE PROX-FOLIO TO CT-PROX-FOLIO
           MOVE PROX-GRUPO TO CT-PROX-GRUPO
           MOVE DATA-ULT-BACKUP TO CT-DATA-BACKUP
           MOVE PROX-RPS TO CT-PROX-RPS
           OPEN OUTPUT CONTROLE
           WRITE LINHA-CONTROLE
           CLOSE CONTROLE.
           MOVE REG-OPCAO-LIMITE(INDICE) TO LR-OPCAO-LIMITE
           MOVE REG-EMPRESA(INDICE) TO LR-EMPRESA
           MOVE REG-ADULTOS(INDICE) TO LR-ADULTOS
           MOVE REG-CRIANCAS(INDICE) TO LR-CRIANCAS
           MOVE REG-AGENCIA(INDICE) TO LR-AGENCIA.

      *RECRIA O ARQUIVO INDEXADO INTEIRO A PARTIR DA TABELA -- USADO
      *PELA CONVERSAO DO FORMATO ANTIGO, PELA MIGRACAO DO LAYOUT DE
           MOVE HIST-OPCAO-LIMITE(H-IDX) TO LR-OPCAO-LIMITE
           MOVE HIST-EMPRESA(H-IDX) TO LR-EMPRESA
           MOVE HIST-ADULTOS(H-IDX) TO LR-ADULTOS
           MOVE HIST-CRIANCAS(H-IDX) TO LR-CRIANCAS
           MOVE HIST-AGENCIA(H-IDX) TO LR-AGENCIA.

      *REGRAVA SOMENTE A RESERVA ESCOLHIDA NO BALCAO (POS-HIST),
      *DIRETO PELA CHAVE
                MOVE 0 TO I-HOSPEDE
                PERFORM VINCULA-HOSPEDE
                PERFORM VINCULA-EMPRESA
                PERFORM VINCULA-AGENCIA
                PERFORM CAPTURA-DATA-ENTRADA
                PERFORM CAPTURA-DIAS
                PERFORM CAPTURA-PESSOAS
               ADD 1 TO H-IDX
           END-PERFORM.

      *RITMO DE VENDAS: DE HOJE ATE O FIM DO HORIZONTE, POR DIA E
      *CATEGORIA, QUANTOS QUARTOS JA ESTAO VENDIDOS, QUANTOS ENTRARAM
      *NOS ULTIMOS 1/7/30 DIAS (PELA DATA DE REGISTRO), AS OPCOES EM
      *ABERTO E A RECEITA DE DIARIAS PREVISTA (VALOR / QTD POR NOITE,
      *COMO NO GERENCIAL). AO LADO VAI A MESMA DATA UM ANO ANTES,
      *CONTANDO SO O QUE JA ESTAVA REGISTRADO ATE O MESMO DIA DO ANO
      *PASSADO -- POR ISSO O ARQUIVO MORTO TAMBEM E LIDO. CANCELADA
      *FICA FORA NOS DOIS ANOS: O CANCELAMENTO REGRAVA A DATA DE
      *REGISTRO E NAO DA PARA SABER DESDE QUANDO ELA ESTAVA NO LIVRO
       MODO-RITMO.
           DISPLAY "HORIZONTE EM DIAS A PARTIR DE HOJE (0 = 90, "
               "MAXIMO " MAX-RITMO-DIAS ")"
           MOVE 0 TO RIT-HORIZONTE
           ACCEPT RIT-HORIZONTE
           IF RIT-HORIZONTE = 0
               MOVE 90 TO RIT-HORIZONTE
           END-IF
           IF RIT-HORIZONTE > MAX-RITMO-DIAS
               MOVE MAX-RITMO-DIAS TO RIT-HORIZONTE
           END-IF
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE RIT-HOJE-INT = FUNCTION INTEGER-OF-DATE(DATA-HOJE)
           COMPUTE RIT-FIM-INT = RIT-HOJE-INT + RIT-HORIZONTE - 1
           COMPUTE RIT-FIM-DATA = FUNCTION DATE-OF-INTEGER(RIT-FIM-INT)
           COMPUTE RIT-ANT-REF = DATA-HOJE - 10000
           IF RIT-ANT-REF(5:4) = "0229"
               SUBTRACT 1 FROM RIT-ANT-REF
           END-IF
           COMPUTE RIT-ANT-REF-INT =
               FUNCTION INTEGER-OF-DATE(RIT-ANT-REF)
           MOVE ZEROS TO TABELA-RITMO
           MOVE ZEROS TO TOTAIS-RITMO-GERAL
           MOVE 1 TO H-IDX
           PERFORM UNTIL H-IDX > QTD-HISTORICO
               MOVE HIST-TIPO(H-IDX) TO RT-TIPO
               MOVE HIST-QTD(H-IDX) TO RT-QTD
               MOVE HIST-VALOR(H-IDX) TO RT-VALOR
               MOVE HIST-DATA-ENTRADA(H-IDX) TO RT-ENTRADA
               MOVE HIST-DATA-SAIDA(H-IDX) TO RT-SAIDA
               MOVE HIST-STATUS(H-IDX) TO RT-STATUS
               MOVE HIST-DATA-REGISTRO(H-IDX) TO RT-REGISTRO
               PERFORM ACUMULA-RITMO
               ADD 1 TO H-IDX
           END-PERFORM
           PERFORM LE-ARQMORTO-RITMO
           OPEN OUTPUT RITMO
           IF FS-RITMO NOT = "00"
               DISPLAY "ERRO AO CRIAR RITMO.TXT: " FS-RITMO
           ELSE
               MOVE SPACES TO LINHA-RITMO
               STRING "RITMO DE VENDAS DE " DATA-HOJE " A "
                   RIT-FIM-DATA " (" RIT-HORIZONTE " DIAS)"
                   INTO LINHA-RITMO
               PERFORM GRAVA-LINHA-RITMO
               MOVE SPACES TO LINHA-RITMO
               STRING "ANO ANTERIOR (AA): MESMA DATA, SO RESERVAS "
                   "REGISTRADAS ATE " RIT-ANT-REF INTO LINHA-RITMO
               PERFORM GRAVA-LINHA-RITMO
               MOVE SPACES TO LINHA-RITMO
               STRING "VEND = QUARTOS VENDIDOS  PU = ENTRADAS NOS "
                   "ULTIMOS 1/7/30 DIAS  OPC = OPCOES EM ABERTO"
                   INTO LINHA-RITMO
               PERFORM GRAVA-LINHA-RITMO
               MOVE 1 TO RIT-DIA
               PERFORM UNTIL RIT-DIA > RIT-HORIZONTE
                   PERFORM GRAVA-RITMO-DIA
                   ADD 1 TO RIT-DIA
               END-PERFORM
               MOVE SPACES TO LINHA-RITMO
               PERFORM GRAVA-LINHA-RITMO
               MOVE SPACES TO VALOR-TEXTO
               STRING RTG-RECEITA(1) INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               MOVE VALOR-FORMATADO TO RIT-RECEITA-TXT
               MOVE SPACES TO VALOR-TEXTO
               STRING RTG-RECEITA(2) INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               MOVE VALOR-FORMATADO TO RIT-RECEITA-ANT-TXT
               MOVE SPACES TO LINHA-RITMO
               STRING "TOTAL DO HORIZONTE: " RTG-LIVROS(1)
                   " QUARTOS-NOITE R$ " RIT-RECEITA-TXT
                   " | AA " RTG-LIVROS(2) " QUARTOS-NOITE R$ "
                   RIT-RECEITA-ANT-TXT INTO LINHA-RITMO
               PERFORM GRAVA-LINHA-RITMO
               CLOSE RITMO
               DISPLAY "RELATORIO GRAVADO EM RITMO.TXT"
           END-IF.

       LE-ARQMORTO-RITMO.
           OPEN INPUT ARQMORTO
           IF FS-ARQMORTO = "00"
               PERFORM UNTIL FS-ARQMORTO = "10"
                   READ ARQMORTO
                       AT END MOVE "10" TO FS-ARQMORTO
                       NOT AT END PERFORM ACUMULA-ARQMORTO-RITMO
                   END-READ
               END-PERFORM
               CLOSE ARQMORTO
           END-IF.

       ACUMULA-ARQMORTO-RITMO.
           MOVE LINHA-ARQMORTO TO ARQ-RESERVA
           IF AQ-DATA-ENTRADA IS NUMERIC
                   AND AQ-DATA-SAIDA IS NUMERIC
                   AND AQ-VALOR IS NUMERIC
                   AND AQ-QTD IS NUMERIC
               MOVE AQ-TIPO TO RT-TIPO
               MOVE AQ-QTD TO RT-QTD
               MOVE AQ-VALOR TO RT-VALOR
               MOVE AQ-DATA-ENTRADA TO RT-ENTRADA
               MOVE AQ-DATA-SAIDA TO RT-SAIDA
               MOVE AQ-STATUS TO RT-STATUS
               IF AQ-DATA-REGISTRO IS NUMERIC
                   MOVE AQ-DATA-REGISTRO TO RT-REGISTRO
               ELSE
                   MOVE 0 TO RT-REGISTRO
               END-IF
               PERFORM ACUMULA-RITMO
           END-IF.

      *CADA NOITE DA ESTADIA CAI NO DIA DO HORIZONTE (ANO CORRENTE)
      *OU, UM ANO A FRENTE, NO DIA CORRESPONDENTE (ANO ANTERIOR) --
      *29 DE FEVEREIRO NAO TEM PAR E FICA FORA DA COMPARACAO
       ACUMULA-RITMO.
           MOVE 0 TO RIT-CAT
           MOVE 1 TO T-IDX
           PERFORM UNTIL T-IDX > QTD-TARIFAS OR RIT-CAT > 0
               IF TAR-TIPO(T-IDX) = RT-TIPO
                   MOVE T-IDX TO RIT-CAT
               END-IF
               ADD 1 TO T-IDX
           END-PERFORM
           IF RIT-CAT > 0 AND RT-STATUS NOT = "C"
                   AND RT-SAIDA > RT-ENTRADA
               COMPUTE RT-ENT-INT = FUNCTION INTEGER-OF-DATE(RT-ENTRADA)
               COMPUTE RT-SAI-INT = FUNCTION INTEGER-OF-DATE(RT-SAIDA)
               IF RT-QTD > 0
                   COMPUTE RIT-DIARIA ROUNDED = RT-VALOR / RT-QTD
               ELSE
                   MOVE 0 TO RIT-DIARIA
               END-IF
               IF RT-REGISTRO > 0
                   COMPUTE RIT-REG-INT =
                       FUNCTION INTEGER-OF-DATE(RT-REGISTRO)
               ELSE
                   MOVE 0 TO RIT-REG-INT
               END-IF
      *ANO CORRENTE: NOITES DENTRO DO HORIZONTE
               MOVE 1 TO RIT-ANO
               MOVE RIT-HOJE-INT TO RIT-REF-INT
               IF RT-ENT-INT > RIT-HOJE-INT
                   MOVE RT-ENT-INT TO RIT-INI-NOITE
               ELSE
                   MOVE RIT-HOJE-INT TO RIT-INI-NOITE
               END-IF
               COMPUTE RIT-FIM-NOITE = RT-SAI-INT - 1
               IF RIT-FIM-NOITE > RIT-FIM-INT
                   MOVE RIT-FIM-INT TO RIT-FIM-NOITE
               END-IF
               MOVE RIT-INI-NOITE TO RIT-NOITE-INT
               PERFORM UNTIL RIT-NOITE-INT > RIT-FIM-NOITE
                   COMPUTE RIT-DIA = RIT-NOITE-INT - RIT-HOJE-INT + 1
                   PERFORM ACUMULA-RITMO-NOITE
                   ADD 1 TO RIT-NOITE-INT
               END-PERFORM
      *ANO ANTERIOR: JANELA UM POUCO MAIOR QUE O HORIZONTE, O DIA
      *EXATO SAI DA DATA DA NOITE SOMADA DE UM ANO
               MOVE 2 TO RIT-ANO
               MOVE RIT-ANT-REF-INT TO RIT-REF-INT
               IF RT-ENT-INT > RIT-HOJE-INT - 366
                   MOVE RT-ENT-INT TO RIT-INI-NOITE
               ELSE
                   COMPUTE RIT-INI-NOITE = RIT-HOJE-INT - 366
               END-IF
               COMPUTE RIT-FIM-NOITE = RT-SAI-INT - 1
               IF RIT-FIM-NOITE > RIT-FIM-INT - 364
                   COMPUTE RIT-FIM-NOITE = RIT-FIM-INT - 364
               END-IF
               MOVE RIT-INI-NOITE TO RIT-NOITE-INT
               PERFORM UNTIL RIT-NOITE-INT > RIT-FIM-NOITE
                   COMPUTE RIT-NOITE-DATA =
                       FUNCTION DATE-OF-INTEGER(RIT-NOITE-INT)
                   IF RIT-NOITE-MD NOT = 0229
                       COMPUTE RIT-ALVO-INT = FUNCTION
                           INTEGER-OF-DATE(RIT-NOITE-DATA + 10000)
                       IF RIT-ALVO-INT >= RIT-HOJE-INT
                               AND RIT-ALVO-INT <= RIT-FIM-INT
                           COMPUTE RIT-DIA =
                               RIT-ALVO-INT - RIT-HOJE-INT + 1
                           PERFORM ACUMULA-RITMO-NOITE
                       END-IF
                   END-IF
                   ADD 1 TO RIT-NOITE-INT
               END-PERFORM
           END-IF.

      *REGISTRO ZERADO (RESERVAS MUITO ANTIGAS) CONTA COMO VENDIDA,
      *MAS NUNCA COMO ENTRADA RECENTE
       ACUMULA-RITMO-NOITE.
           IF RIT-REG-INT <= RIT-REF-INT
               IF RT-STATUS = "O"
                   ADD 1 TO RIT-OPCOES(RIT-DIA, RIT-CAT, RIT-ANO)
               ELSE
                   ADD 1 TO RIT-LIVROS(RIT-DIA, RIT-CAT, RIT-ANO)
                   ADD RIT-DIARIA
                       TO RIT-RECEITA(RIT-DIA, RIT-CAT, RIT-ANO)
                   ADD 1 TO RTG-LIVROS(RIT-ANO)
                   ADD RIT-DIARIA TO RTG-RECEITA(RIT-ANO)
                   IF RIT-REG-INT > 0
                       IF RIT-REG-INT > RIT-REF-INT - 1
                           ADD 1 TO RIT-PU1(RIT-DIA, RIT-CAT, RIT-ANO)
                       END-IF
                       IF RIT-REG-INT > RIT-REF-INT - 7
                           ADD 1 TO RIT-PU7(RIT-DIA, RIT-CAT, RIT-ANO)
                       END-IF
                       IF RIT-REG-INT > RIT-REF-INT - 30
                           ADD 1
                               TO RIT-PU30(RIT-DIA, RIT-CAT, RIT-ANO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GRAVA-RITMO-DIA.
           COMPUTE DIA-INT = RIT-HOJE-INT + RIT-DIA - 1
           COMPUTE DIA-ATUAL = FUNCTION DATE-OF-INTEGER(DIA-INT)
           MOVE SPACES TO LINHA-RITMO
           PERFORM GRAVA-LINHA-RITMO
           MOVE ZEROS TO TOTAIS-RITMO-DIA
           MOVE 1 TO RIT-CAT
           PERFORM UNTIL RIT-CAT > QTD-TARIFAS
               MOVE 1 TO RIT-ANO
               PERFORM UNTIL RIT-ANO > 2
                   ADD RIT-LIVROS(RIT-DIA, RIT-CAT, RIT-ANO)
                       TO RTD-LIVROS(RIT-ANO)
                   ADD RIT-PU1(RIT-DIA, RIT-CAT, RIT-ANO)
                       TO RTD-PU1(RIT-ANO)
                   ADD RIT-PU7(RIT-DIA, RIT-CAT, RIT-ANO)
                       TO RTD-PU7(RIT-ANO)
                   ADD RIT-PU30(RIT-DIA, RIT-CAT, RIT-ANO)
                       TO RTD-PU30(RIT-ANO)
                   ADD RIT-OPCOES(RIT-DIA, RIT-CAT, RIT-ANO)
                       TO RTD-OPCOES(RIT-ANO)
                   ADD RIT-RECEITA(RIT-DIA, RIT-CAT, RIT-ANO)
                       TO RTD-RECEITA(RIT-ANO)
                   ADD 1 TO RIT-ANO
               END-PERFORM
               IF TAR-CAPACIDADE(RIT-CAT) > 0
                   COMPUTE RIT-OCUP-PCT ROUNDED =
                       RIT-LIVROS(RIT-DIA, RIT-CAT, 1) * 100
                       / TAR-CAPACIDADE(RIT-CAT)
               ELSE
                   MOVE 0 TO RIT-OCUP-PCT
               END-IF
               MOVE SPACES TO VALOR-TEXTO
               STRING RIT-RECEITA(RIT-DIA, RIT-CAT, 1) INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               MOVE VALOR-FORMATADO TO RIT-RECEITA-TXT
               MOVE SPACES TO VALOR-TEXTO
               STRING RIT-RECEITA(RIT-DIA, RIT-CAT, 2) INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               MOVE VALOR-FORMATADO TO RIT-RECEITA-ANT-TXT
               MOVE SPACES TO LINHA-RITMO
               STRING DIA-ATUAL " " TAR-NOME(RIT-CAT)
                   " VEND " RIT-LIVROS(RIT-DIA, RIT-CAT, 1)
                   " (" RIT-OCUP-PCT "%) PU "
                   RIT-PU1(RIT-DIA, RIT-CAT, 1) "/"
                   RIT-PU7(RIT-DIA, RIT-CAT, 1) "/"
                   RIT-PU30(RIT-DIA, RIT-CAT, 1)
                   " OPC " RIT-OPCOES(RIT-DIA, RIT-CAT, 1)
                   " R$" RIT-RECEITA-TXT
                   " | AA VEND " RIT-LIVROS(RIT-DIA, RIT-CAT, 2)
                   " PU " RIT-PU1(RIT-DIA, RIT-CAT, 2) "/"
                   RIT-PU7(RIT-DIA, RIT-CAT, 2) "/"
                   RIT-PU30(RIT-DIA, RIT-CAT, 2)
                   " OPC " RIT-OPCOES(RIT-DIA, RIT-CAT, 2)
                   " R$" RIT-RECEITA-ANT-TXT INTO LINHA-RITMO
               PERFORM GRAVA-LINHA-RITMO
               ADD 1 TO RIT-CAT
           END-PERFORM
           MOVE SPACES TO VALOR-TEXTO
           STRING RTD-RECEITA(1) INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           MOVE VALOR-FORMATADO TO RIT-RECEITA-TXT
           MOVE SPACES TO VALOR-TEXTO
           STRING RTD-RECEITA(2) INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           MOVE VALOR-FORMATADO TO RIT-RECEITA-ANT-TXT
           MOVE SPACES TO LINHA-RITMO
           STRING DIA-ATUAL " TOTAL      VEND " RTD-LIVROS(1)
               " PU " RTD-PU1(1) "/" RTD-PU7(1) "/" RTD-PU30(1)
               " OPC " RTD-OPCOES(1) " R$" RIT-RECEITA-TXT
               " | AA VEND " RTD-LIVROS(2)
               " PU " RTD-PU1(2) "/" RTD-PU7(2) "/" RTD-PU30(2)
               " OPC " RTD-OPCOES(2) " R$" RIT-RECEITA-ANT-TXT
               INTO LINHA-RITMO
           PERFORM GRAVA-LINHA-RITMO.

       GRAVA-LINHA-RITMO.
           WRITE LINHA-RITMO.

      *RELATORIO GERENCIAL DO MES: OCUPACAO, DIARIA MEDIA (ADR),
      *RECEITA POR QUARTO DISPONIVEL (REVPAR) E NO-SHOWS POR
      *CATEGORIA -- LE O HISTORICO VIVO E TAMBEM O RESERVAS-ARQUIVO,
               ADD 1 TO T-IDX
           END-PERFORM
           MOVE 1 TO H-IDX
           MOVE 0 TO GER-EXTRAS-RESERVA
           PERFORM UNTIL H-IDX > QTD-HISTORICO
               MOVE HIST-TIPO(H-IDX) TO GE-TIPO
               MOVE HIST-QTD(H-IDX) TO GE-QTD
               MOVE HIST-DATA-ENTRADA(H-IDX) TO GE-ENTRADA
               MOVE HIST-DATA-SAIDA(H-IDX) TO GE-SAIDA
               MOVE HIST-STATUS(H-IDX) TO GE-STATUS
               MOVE HIST-EXTRAS(H-IDX) TO GE-EXTRAS
               PERFORM ACUMULA-GERENCIAL
               ADD 1 TO H-IDX
           END-PERFORM
                   "%  RECEITA R$ " VALOR-FORMATADO
                   INTO LINHA-GERENCIAL
               PERFORM GRAVA-LINHA-GERENCIAL
               PERFORM GRAVA-GERENCIAL-EXTRAS
               CLOSE GERENCIAL
               DISPLAY "RELATORIO GRAVADO EM GERENCIAL.TXT"
           END-IF.
                   END-IF
               END-IF
               ADD 1 TO T-IDX
           END-PERFORM
      *EXTRAS DIGITADOS NA VENDA CONTAM NO MES DA SAIDA, COMO NA
      *EXPORTACAO CONTABIL
           IF GE-STATUS NOT = "C" AND GE-STATUS NOT = "N"
                   AND GE-SAIDA(1:6) = GER-MES-TXT
               ADD GE-EXTRAS TO GER-EXTRAS-RESERVA
           END-IF.

       ACUMULA-NOITES-MES.
           COMPUTE GE-ENT-INT = FUNCTION INTEGER-OF-DATE(GE-ENTRADA)
               MOVE AQ-DATA-ENTRADA TO GE-ENTRADA
               MOVE AQ-DATA-SAIDA TO GE-SAIDA
               MOVE AQ-STATUS TO GE-STATUS
               IF AQ-EXTRAS IS NUMERIC
                   MOVE AQ-EXTRAS TO GE-EXTRAS
               ELSE
                   MOVE 0 TO GE-EXTRAS
               END-IF
               PERFORM ACUMULA-GERENCIAL
           END-IF.

       GRAVA-GERENCIAL-CATEGORIA.
           ADD GER-RECEITA(T-IDX) TO GER-TOT-RECEITA
           ADD GER-DISPONIVEIS TO GER-TOT-DISP.

      *RECEITA DE EXTRAS DO MES ABERTA POR PONTO DE VENDA: OS
      *CONSUMOS PELA DATA DO LANCAMENTO (ESTORNADOS FICAM FORA) E OS
      *EXTRAS DIGITADOS NA VENDA (MAIS OS DE PONTO QUE SAIU DA
      *TABELA) NUMA LINHA PROPRIA
       GRAVA-GERENCIAL-EXTRAS.
           MOVE 1 TO PT-IDX
           PERFORM UNTIL PT-IDX > QTD-PONTOS
               MOVE 0 TO PNT-TOTAL(PT-IDX)
               ADD 1 TO PT-IDX
           END-PERFORM
           MOVE GER-EXTRAS-RESERVA TO GER-TOT-EXTRAS
           MOVE 1 TO CSM-IDX
           PERFORM UNTIL CSM-IDX > QTD-CONSUMOS
               IF CSM-SITUACAO(CSM-IDX) = "A"
                       AND CSM-DATA(CSM-IDX)(1:6) = GER-MES-TXT
                   MOVE CSM-PONTO(CSM-IDX) TO I-PONTO
                   PERFORM LOCALIZA-PONTO
                   IF PONTO-POS > 0
                       ADD CSM-VALOR(CSM-IDX) TO PNT-TOTAL(PONTO-POS)
                   ELSE
                       ADD CSM-VALOR(CSM-IDX) TO GER-EXTRAS-RESERVA
                   END-IF
                   ADD CSM-VALOR(CSM-IDX) TO GER-TOT-EXTRAS
               END-IF
               ADD 1 TO CSM-IDX
           END-PERFORM
           MOVE SPACES TO LINHA-GERENCIAL
           STRING "RECEITA DE EXTRAS POR PONTO DE VENDA"
               INTO LINHA-GERENCIAL
           PERFORM GRAVA-LINHA-GERENCIAL
           MOVE 1 TO PT-IDX
           PERFORM UNTIL PT-IDX > QTD-PONTOS
               MOVE SPACES TO LINHA-GERENCIAL
               MOVE SPACES TO VALOR-TEXTO
               STRING PNT-TOTAL(PT-IDX) INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               STRING "  " PNT-CODIGO(PT-IDX) " " PNT-NOME(PT-IDX)
                   ": R$ " VALOR-FORMATADO INTO LINHA-GERENCIAL
               PERFORM GRAVA-LINHA-GERENCIAL
               ADD 1 TO PT-IDX
           END-PERFORM
           MOVE SPACES TO LINHA-GERENCIAL
           MOVE SPACES TO VALOR-TEXTO
           STRING GER-EXTRAS-RESERVA INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           STRING "  - OUTROS EXTRAS     : R$ " VALOR-FORMATADO
               INTO LINHA-GERENCIAL
           PERFORM GRAVA-LINHA-GERENCIAL
           MOVE SPACES TO LINHA-GERENCIAL
           MOVE SPACES TO VALOR-TEXTO
           STRING GER-TOT-EXTRAS INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           STRING "TOTAL DE EXTRAS: R$ " VALOR-FORMATADO
               INTO LINHA-GERENCIAL
           PERFORM GRAVA-LINHA-GERENCIAL.

       GRAVA-LINHA-GERENCIAL.
           DISPLAY LINHA-GERENCIAL
           WRITE LINHA-GERENCIAL.

      *EXPORTACAO CONTABIL DO PERIODO: UM LOTE POR EXECUCAO, COM UM
      *EVENTO DE RECEITA POR LINHA -- "DI" DIARIA LIQUIDA DO DIA POR
      *CATEGORIA, "EX" EXTRAS LIQUIDOS (OS DA VENDA NO DIA DA SAIDA
      *COM CATEGORIA "-", OS CONSUMOS NO DIA DO LANCAMENTO COM A
      *LETRA DO PONTO DE VENDA NO LUGAR DA CATEGORIA), "TX" A TAXA
      *DE SERVICO DE 10 PORCENTO EMBUTIDA NOS DOIS, SEMPRE ABERTOS
      *POR FORMA DE PAGAMENTO (D/C/P E F DE FATURADO). A DIARIA E
      *RATEADA COMO NO RELATORIO GERENCIAL; O TRAILER LEVA CONTAGEM
      *SAIDA.CSV, QUE E UMA LINHA POR HOSPEDE DE UMA SESSAO
       MODO-CONTABIL.
           PERFORM CAPTURA-PERIODO-RELATORIO
           PERFORM GERA-LOTE-CONTABIL.

       GERA-LOTE-CONTABIL.
           OPEN OUTPUT CONTABIL
           IF FS-CONTABIL NOT = "00"
               DISPLAY "ERRO AO CRIAR CONTABIL.DAT: " FS-CONTABIL
               MOVE "N" TO LOTE-PASSO-OK
           ELSE
               ACCEPT DATA-HOJE FROM DATE YYYYMMDD
               MOVE "H" TO CTB-H-MARCA
           MOVE 1 TO F-IDX
           PERFORM UNTIL F-IDX > 4
               MOVE 0 TO CTB-EXTRAS(F-IDX)
               MOVE 1 TO PT-IDX
               PERFORM UNTIL PT-IDX > MAX-PONTOS-TABELA
                   MOVE 0 TO CTB-CONSUMOS(PT-IDX, F-IDX)
                   ADD 1 TO PT-IDX
               END-PERFORM
               ADD 1 TO F-IDX
           END-PERFORM
           MOVE 1 TO H-IDX
      *ARQUIVAMENTO JA PODE TER VARRIDO DO ARQUIVO VIVO -- O ARQUIVO
      *MORTO ENTRA NA MESMA ACUMULACAO, COMO NO RELATORIO GERENCIAL
           PERFORM LE-ARQMORTO-CONTABIL
           MOVE 1 TO CSM-IDX
           PERFORM UNTIL CSM-IDX > QTD-CONSUMOS
               IF CSM-SITUACAO(CSM-IDX) = "A"
                       AND CSM-DATA(CSM-IDX) = DIA-ATUAL
                   PERFORM ACUMULA-CONTABIL-CONSUMO
               END-IF
               ADD 1 TO CSM-IDX
           END-PERFORM
           MOVE 1 TO F-IDX
           PERFORM UNTIL F-IDX > 4
               PERFORM GRAVA-CONTABIL-FORMA
               ADD 1 TO F-IDX
           END-PERFORM.

      *CONSUMO DE PONTO DE VENDA QUE SAIU DA TABELA DE CODIGOS
      *DEPOIS DO LANCAMENTO VAI PARA OS EXTRAS SEM PONTO ("-")
       ACUMULA-CONTABIL-CONSUMO.
           EVALUATE CSM-FORMA(CSM-IDX)
               WHEN "D"
                   MOVE 1 TO F-POS
               WHEN "C"
                   MOVE 2 TO F-POS
               WHEN "P"
                   MOVE 3 TO F-POS
               WHEN "F"
                   MOVE 4 TO F-POS
               WHEN OTHER
                   MOVE 0 TO F-POS
           END-EVALUATE
           IF F-POS > 0
               MOVE CSM-PONTO(CSM-IDX) TO I-PONTO
               PERFORM LOCALIZA-PONTO
               IF PONTO-POS > 0
                   ADD CSM-VALOR(CSM-IDX)
                       TO CTB-CONSUMOS(PONTO-POS, F-POS)
               ELSE
                   ADD CSM-VALOR(CSM-IDX) TO CTB-EXTRAS(F-POS)
               END-IF
           END-IF.

       ACUMULA-CONTABIL-RESERVA.
           MOVE HIST-TIPO(H-IDX) TO CB-TIPO
           MOVE HIST-QTD(H-IDX) TO CB-QTD
               MOVE VALOR-LIQUIDO TO CTB-D-VALOR
               PERFORM GRAVA-DETALHE-CONTABIL
           END-IF
           MOVE 1 TO PT-IDX
           PERFORM UNTIL PT-IDX > QTD-PONTOS
               IF CTB-CONSUMOS(PT-IDX, F-IDX) > 0
                   COMPUTE VALOR-LIQUIDO ROUNDED =
                       CTB-CONSUMOS(PT-IDX, F-IDX) / 1.10
                   COMPUTE TAXA-PARC = CTB-CONSUMOS(PT-IDX, F-IDX)
                       - VALOR-LIQUIDO
                   ADD TAXA-PARC TO TAXA-FORMA
                   MOVE "EX" TO CTB-D-EVENTO
                   MOVE PNT-CODIGO(PT-IDX) TO CTB-D-CATEGORIA
                   MOVE VALOR-LIQUIDO TO CTB-D-VALOR
                   PERFORM GRAVA-DETALHE-CONTABIL
               END-IF
               ADD 1 TO PT-IDX
           END-PERFORM
           IF TAXA-FORMA > 0
               MOVE "TX" TO CTB-D-EVENTO
               MOVE "-" TO CTB-D-CATEGORIA
      *PAGAMENTOS E O SALDO DEVIDO -- A LINHA SO SAI PARA SAIDAS DO
      *MES PEDIDO, MAS O AGING SOMA TODO SALDO EM ABERTO
       EXTRATO-AVALIA-RESERVA.
           MOVE EX-NUMERO TO CONSUMO-ALVO
           PERFORM SOMA-CONSUMOS-RESERVA
           COMPUTE EXT-CONTA = EX-VALOR + EX-EXTRAS + TOTAL-CONSUMOS
           MOVE EX-NUMERO TO PAG-RESERVA-ALVO
           PERFORM SOMA-PAGAMENTOS-RESERVA
           IF TOTAL-PAGO >= EXT-CONTA
           END-PERFORM
           CLOSE EMPRESAS.

      *AGENCIA DE VIAGENS DA RESERVA: DIFERENTE DA EMPRESA, NAO MEXE
      *NO PRECO NEM NA FORMA DE PAGAMENTO -- SO MARCA QUEM VENDEU,
      *PARA A COMISSAO DEPOIS DA ESTADIA
       VINCULA-AGENCIA.
           MOVE 0 TO I-AGENCIA
           IF QTD-AGENCIAS > 0
               DISPLAY "CODIGO DA AGENCIA DE VIAGENS (0 = VENDA DIRETA)"
               MOVE 0 TO AGENCIA-BUSCA
               ACCEPT AGENCIA-BUSCA
               IF AGENCIA-BUSCA > 0
                   PERFORM LOCALIZA-AGENCIA
                   IF AGV-ACHADO > 0
                       MOVE AGV-CODIGO(AGV-ACHADO) TO I-AGENCIA
                       DISPLAY "AGENCIA " AGV-CODIGO(AGV-ACHADO)
                           " - " AGV-NOME(AGV-ACHADO)
                   ELSE
                       DISPLAY "AGENCIA NAO ENCONTRADA -- RESERVA "
                           "SEGUE COMO VENDA DIRETA"
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-AGENCIA.
           MOVE 0 TO AGV-ACHADO
           MOVE 1 TO AV-IDX
           PERFORM UNTIL AV-IDX > QTD-AGENCIAS OR AGV-ACHADO > 0
               IF AGV-CODIGO(AV-IDX) = AGENCIA-BUSCA
                   MOVE AV-IDX TO AGV-ACHADO
               END-IF
               ADD 1 TO AV-IDX
           END-PERFORM.

       MODO-AGENCIAS.
           MOVE SPACE TO OPCAO-AGV
           PERFORM UNTIL OPCAO-AGV = "0"
               DISPLAY " "
               DISPLAY "--- AGENCIAS DE VIAGENS ---"
               DISPLAY "1 - INCLUIR"
               DISPLAY "2 - ALTERAR"
               DISPLAY "3 - LISTAR"
               DISPLAY "4 - EXTRATO MENSAL DE COMISSOES"
               DISPLAY "5 - LIGAR RESERVA A UMA AGENCIA"
               DISPLAY "0 - VOLTAR"
               ACCEPT OPCAO-AGV
               EVALUATE OPCAO-AGV
                   WHEN "1"
                       PERFORM INCLUI-AGENCIA
                   WHEN "2"
                       PERFORM ALTERA-AGENCIA
                   WHEN "3"
                       PERFORM LISTA-AGENCIAS
                   WHEN "4"
                       PERFORM EXTRATO-COMISSAO
                   WHEN "5"
                       PERFORM AGENCIA-RESERVA-EXISTENTE
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

       INCLUI-AGENCIA.
           IF QTD-AGENCIAS >= MAX-AGENCIAS-TABELA
               DISPLAY "CADASTRO DE AGENCIAS LOTADO"
           ELSE
               DISPLAY "NOME DA AGENCIA"
               MOVE SPACES TO AE-NOME
               ACCEPT AE-NOME
               MOVE FUNCTION UPPER-CASE(AE-NOME) TO AE-NOME
               DISPLAY "CNPJ"
               MOVE SPACES TO AE-CNPJ
               ACCEPT AE-CNPJ
               ADD 1 TO QTD-AGENCIAS
               MOVE PROX-AGENCIA TO AGV-CODIGO(QTD-AGENCIAS)
               MOVE AE-NOME TO AGV-NOME(QTD-AGENCIAS)
               MOVE AE-CNPJ TO AGV-CNPJ(QTD-AGENCIAS)
               MOVE 0 TO AGV-COMISSAO(QTD-AGENCIAS)
               MOVE SPACES TO AGV-BANCO(QTD-AGENCIAS)
               MOVE SPACES TO AGV-AGENCIA-BCO(QTD-AGENCIAS)
               MOVE SPACES TO AGV-CONTA(QTD-AGENCIAS)
               MOVE QTD-AGENCIAS TO AGV-ACHADO
               PERFORM CAPTURA-TERMOS-AGENCIA
               DISPLAY "AGENCIA CADASTRADA COM O CODIGO " PROX-AGENCIA
               ADD 1 TO PROX-AGENCIA
               PERFORM GRAVA-AGENCIAS-ARQUIVO
           END-IF.

      *PERCENTUAL COM ATE DUAS CASAS (10 OU 12.5) E DADOS BANCARIOS
      *DA AGENCIA EM AGV-ACHADO -- <ENTER> MANTEM O QUE JA ESTAVA.
      *AGENCIA NOVA (COMISSAO AINDA ZERO) NAO TEM O QUE MANTER E
      *PRECISA INFORMAR O PERCENTUAL. O VALOR DIGITADO E CONFERIDO
      *NUM CAMPO MAIOR ANTES DE IR PARA A TABELA, PARA QUE 100 OU
      *150 NAO SEJAM TRUNCADOS E PASSEM COMO 00 OU 50
       CAPTURA-TERMOS-AGENCIA.
           PERFORM UNTIL VALIDO = "S"
               IF AGV-COMISSAO(AGV-ACHADO) = 0
                   DISPLAY "PERCENTUAL DE COMISSAO (MAIOR QUE 0 E "
                       "MENOR QUE 50)"
               ELSE
                   DISPLAY "PERCENTUAL DE COMISSAO (ATUAL "
                       AGV-COMISSAO(AGV-ACHADO) ", <ENTER> MANTEM)"
               END-IF
               MOVE SPACES TO AE-COMISSAO-TXT
               ACCEPT AE-COMISSAO-TXT
               IF AE-COMISSAO-TXT = SPACES
                   IF AGV-COMISSAO(AGV-ACHADO) = 0
                       DISPLAY "AGENCIA NOVA -- INFORME O PERCENTUAL"
                   ELSE
                       MOVE "S" TO VALIDO
                   END-IF
               ELSE
                   IF FUNCTION TEST-NUMVAL(AE-COMISSAO-TXT) = 0
                       MOVE 0 TO AE-COMISSAO-CALC
                       COMPUTE AE-COMISSAO-CALC =
                           FUNCTION NUMVAL(AE-COMISSAO-TXT)
                           ON SIZE ERROR
                               MOVE 0 TO AE-COMISSAO-CALC
                       END-COMPUTE
                       IF AE-COMISSAO-CALC > 0
                               AND AE-COMISSAO-CALC < 50
                           MOVE AE-COMISSAO-CALC TO AE-COMISSAO
                           MOVE AE-COMISSAO
                               TO AGV-COMISSAO(AGV-ACHADO)
                           MOVE "S" TO VALIDO
                       ELSE
                           DISPLAY "PERCENTUAL FORA DA FAIXA (MAIOR "
                               "QUE 0 E MENOR QUE 50)"
                       END-IF
                   ELSE
                       DISPLAY "PERCENTUAL INVALIDO -- USE PONTO NAS "
                           "CASAS DECIMAIS"
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO VALIDO
           DISPLAY "BANCO (3 DIGITOS, <ENTER> MANTEM)"
           MOVE SPACES TO AE-BANCO
           ACCEPT AE-BANCO
           IF AE-BANCO NOT = SPACES
               MOVE AE-BANCO TO AGV-BANCO(AGV-ACHADO)
           END-IF
           DISPLAY "AGENCIA BANCARIA (<ENTER> MANTEM)"
           MOVE SPACES TO AE-AGENCIA-BCO
           ACCEPT AE-AGENCIA-BCO
           IF AE-AGENCIA-BCO NOT = SPACES
               MOVE AE-AGENCIA-BCO TO AGV-AGENCIA-BCO(AGV-ACHADO)
           END-IF
           DISPLAY "CONTA CORRENTE (<ENTER> MANTEM)"
           MOVE SPACES TO AE-CONTA
           ACCEPT AE-CONTA
           IF AE-CONTA NOT = SPACES
               MOVE AE-CONTA TO AGV-CONTA(AGV-ACHADO)
           END-IF.

       ALTERA-AGENCIA.
           PERFORM LISTA-AGENCIAS
           IF QTD-AGENCIAS > 0
               DISPLAY "CODIGO DA AGENCIA A ALTERAR"
               MOVE 0 TO AGENCIA-BUSCA
               ACCEPT AGENCIA-BUSCA
               PERFORM LOCALIZA-AGENCIA
               IF AGV-ACHADO = 0
                   DISPLAY "AGENCIA NAO ENCONTRADA"
               ELSE
                   DISPLAY "ALTERANDO AGENCIA " AGV-CODIGO(AGV-ACHADO)
                       " - " AGV-NOME(AGV-ACHADO)
                   DISPLAY "NOVO NOME (<ENTER> MANTEM)"
                   MOVE SPACES TO AE-NOME
                   ACCEPT AE-NOME
                   IF AE-NOME NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(AE-NOME)
                           TO AGV-NOME(AGV-ACHADO)
                   END-IF
                   DISPLAY "NOVO CNPJ (<ENTER> MANTEM)"
                   MOVE SPACES TO AE-CNPJ
                   ACCEPT AE-CNPJ
                   IF AE-CNPJ NOT = SPACES
                       MOVE AE-CNPJ TO AGV-CNPJ(AGV-ACHADO)
                   END-IF
                   PERFORM CAPTURA-TERMOS-AGENCIA
                   PERFORM GRAVA-AGENCIAS-ARQUIVO
                   DISPLAY "CADASTRO ATUALIZADO"
               END-IF
           END-IF.

       LISTA-AGENCIAS.
           IF QTD-AGENCIAS = 0
               DISPLAY "NENHUMA AGENCIA CADASTRADA"
           ELSE
               MOVE 1 TO AV-IDX
               PERFORM UNTIL AV-IDX > QTD-AGENCIAS
                   DISPLAY AGV-CODIGO(AV-IDX) " " AGV-NOME(AV-IDX)
                       " CNPJ: " AGV-CNPJ(AV-IDX)
                       " COMISSAO: " AGV-COMISSAO(AV-IDX) "%"
                   DISPLAY "    BANCO " AGV-BANCO(AV-IDX)
                       " AG " AGV-AGENCIA-BCO(AV-IDX)
                       " CC " AGV-CONTA(AV-IDX)
                   ADD 1 TO AV-IDX
               END-PERFORM
           END-IF.

      *RESERVA FEITA ANTES DO CADASTRO DA AGENCIA (OU DIGITADA SEM
      *ELA) GANHA O VINCULO AQUI -- ESTADIA COM COMISSAO JA PAGA NAO
      *PODE MAIS TROCAR DE AGENCIA
       AGENCIA-RESERVA-EXISTENTE.
           MOVE 0 TO RES-BUSCA
           DISPLAY "NUMERO DA RESERVA (0 PARA VOLTAR)"
           ACCEPT RES-BUSCA
           IF RES-BUSCA > 0
               PERFORM LOCALIZA-RESERVA-QUALQUER
               IF POS-HIST = 0
                   DISPLAY "RESERVA NAO ENCONTRADA"
               ELSE
                   MOVE RES-BUSCA TO CO-NUMERO
                   PERFORM LOCALIZA-COMISSAO-PAGA
                   IF COMISSAO-ACHADA > 0
                       DISPLAY "COMISSAO DESTA ESTADIA JA FOI PAGA EM "
                           CMS-DATA-PGTO(COMISSAO-ACHADA)
                           " -- VINCULO NAO PODE SER ALTERADO"
                   ELSE
                       DISPLAY "RESERVA " HIST-NUMERO(POS-HIST) " "
                           HIST-NOME(POS-HIST) " AGENCIA ATUAL "
                           HIST-AGENCIA(POS-HIST)
                       PERFORM VINCULA-AGENCIA
                       MOVE I-AGENCIA TO HIST-AGENCIA(POS-HIST)
                       PERFORM REGRAVA-RESERVA-ATUAL
                       MOVE "AGENCIA RESERVA" TO LOG-ACAO
                       MOVE HIST-NUMERO(POS-HIST) TO LOG-REF
                       MOVE SPACES TO LOG-DETALHE
                       STRING "AGENCIA " I-AGENCIA INTO LOG-DETALHE
                       PERFORM GRAVA-LOG
                       DISPLAY "RESERVA ATUALIZADA"
                   END-IF
               END-IF
           END-IF.

      *EXTRATO DE COMISSOES DO MES: TODA ESTADIA DA AGENCIA ENCERRADA
      *("F") COM SAIDA NO MES, DO RESERVAS.DAT E DO ARQUIVO MORTO. A
      *BASE E A DIARIA LIQUIDA -- SEM EXTRAS, CONSUMOS NEM A TAXA DE
      *SERVICO EMBUTIDA. NO-SHOW E CANCELADA NAO GERAM COMISSAO. NO
      *FIM O OPERADOR PODE DAR BAIXA NAS PENDENTES, QUE VAO PARA O
      *COMISSOES.DAT E NUNCA MAIS SAEM COMO DEVIDAS
       EXTRATO-COMISSAO.
           PERFORM LISTA-AGENCIAS
           IF QTD-AGENCIAS > 0
               DISPLAY "CODIGO DA AGENCIA"
               MOVE 0 TO AGENCIA-BUSCA
               ACCEPT AGENCIA-BUSCA
               PERFORM LOCALIZA-AGENCIA
               IF AGV-ACHADO = 0
                   DISPLAY "AGENCIA NAO ENCONTRADA"
               ELSE
                   PERFORM CAPTURA-MES-GERENCIAL
                   MOVE SPACES TO EXTRATO-ARQ
                   STRING "comissao-" AGV-CODIGO(AGV-ACHADO) "-"
                       GER-MES-TXT ".txt" INTO EXTRATO-ARQ
                   OPEN OUTPUT EXTRATO
                   IF FS-EXTRATO NOT = "00"
                       DISPLAY "ERRO AO CRIAR O EXTRATO: " FS-EXTRATO
                   ELSE
                       PERFORM GRAVA-CORPO-COMISSAO
                       CLOSE EXTRATO
                       DISPLAY "EXTRATO GRAVADO EM " EXTRATO-ARQ
                       IF QTD-PENDENTES > 0
                           PERFORM BAIXA-COMISSOES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GRAVA-CORPO-COMISSAO.
           MOVE SPACES TO LINHA-EXTRATO
           STRING "COMISSOES DE " GER-MES-TXT " -- AGENCIA "
               AGV-CODIGO(AGV-ACHADO) " " AGV-NOME(AGV-ACHADO)
               INTO LINHA-EXTRATO
           PERFORM GRAVA-LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "CNPJ " AGV-CNPJ(AGV-ACHADO) "  BANCO "
               AGV-BANCO(AGV-ACHADO) " AG " AGV-AGENCIA-BCO(AGV-ACHADO)
               " CC " AGV-CONTA(AGV-ACHADO) INTO LINHA-EXTRATO
           PERFORM GRAVA-LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "COMISSAO DE " AGV-COMISSAO(AGV-ACHADO)
               "% SOBRE A DIARIA LIQUIDA" INTO LINHA-EXTRATO
           PERFORM GRAVA-LINHA-EXTRATO
           MOVE 0 TO COM-ACHADAS
           MOVE 0 TO QTD-PENDENTES
           MOVE "N" TO PENDENTES-LOTADA
           MOVE 0 TO TOT-COM-BASE
           MOVE 0 TO TOT-COM-DEVIDA
           MOVE 0 TO TOT-COM-PAGA
           MOVE 1 TO H-IDX
           PERFORM UNTIL H-IDX > QTD-HISTORICO
               IF HIST-AGENCIA(H-IDX) = AGV-CODIGO(AGV-ACHADO)
                       AND HIST-STATUS(H-IDX) = "F"
                       AND HIST-DATA-SAIDA(H-IDX)(1:6) = GER-MES-TXT
                   MOVE HIST-NUMERO(H-IDX) TO CO-NUMERO
                   MOVE HIST-NOME(H-IDX) TO CO-NOME
                   MOVE HIST-DATA-ENTRADA(H-IDX) TO CO-ENTRADA
                   MOVE HIST-DATA-SAIDA(H-IDX) TO CO-SAIDA
                   MOVE HIST-VALOR(H-IDX) TO CO-VALOR
                   PERFORM COMISSAO-AVALIA-ESTADIA
               END-IF
               ADD 1 TO H-IDX
           END-PERFORM
           PERFORM LE-ARQMORTO-COMISSAO
           IF COM-ACHADAS = 0
               MOVE SPACES TO LINHA-EXTRATO
               STRING "SEM ESTADIAS ENCERRADAS COM SAIDA NO MES"
                   INTO LINHA-EXTRATO
               PERFORM GRAVA-LINHA-EXTRATO
           END-IF
           MOVE SPACES TO LINHA-EXTRATO
           MOVE SPACES TO VALOR-TEXTO
           STRING TOT-COM-BASE INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           STRING "BASE TOTAL DO MES: R$ " VALOR-FORMATADO
               INTO LINHA-EXTRATO
           PERFORM GRAVA-LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           MOVE SPACES TO VALOR-TEXTO
           STRING TOT-COM-PAGA INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           STRING "COMISSAO JA PAGA : R$ " VALOR-FORMATADO
               INTO LINHA-EXTRATO
           PERFORM GRAVA-LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           MOVE SPACES TO VALOR-TEXTO
           STRING TOT-COM-DEVIDA INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           STRING "COMISSAO A PAGAR : R$ " VALOR-FORMATADO
               INTO LINHA-EXTRATO
           PERFORM GRAVA-LINHA-EXTRATO
           IF PENDENTES-LOTADA = "S"
               MOVE SPACES TO LINHA-EXTRATO
               STRING "EXTRATO COM MAIS DE " MAX-PENDENTES-TABELA
                   " ESTADIAS PENDENTES -- BAIXA SO PELO EXTRATO "
                   "DE UM MES" INTO LINHA-EXTRATO
               PERFORM GRAVA-LINHA-EXTRATO
           END-IF.

       LE-ARQMORTO-COMISSAO.
           OPEN INPUT ARQMORTO
           IF FS-ARQMORTO = "00"
               PERFORM UNTIL FS-ARQMORTO = "10"
                   READ ARQMORTO
                       AT END MOVE "10" TO FS-ARQMORTO
                       NOT AT END PERFORM COMISSAO-AVALIA-ARQMORTO
                   END-READ
               END-PERFORM
               CLOSE ARQMORTO
           END-IF.

      *LINHAS ARQUIVADAS ANTES DO CAMPO DE AGENCIA NAO TEM O CODIGO
      *-- O TESTE DE NUMERICO AS DEIXA FORA, COMO NO EXTRATO DA
      *EMPRESA
       COMISSAO-AVALIA-ARQMORTO.
           MOVE LINHA-ARQMORTO TO ARQ-RESERVA
           IF AQ-AGENCIA IS NUMERIC AND AQ-NUMERO IS NUMERIC
                   AND AQ-VALOR IS NUMERIC
                   AND AQ-DATA-SAIDA IS NUMERIC
               IF AQ-AGENCIA = AGV-CODIGO(AGV-ACHADO)
                       AND AQ-STATUS = "F"
                       AND AQ-DATA-SAIDA(1:6) = GER-MES-TXT
                   MOVE AQ-NUMERO TO CO-NUMERO
                   MOVE AQ-NOME TO CO-NOME
                   MOVE AQ-DATA-ENTRADA TO CO-ENTRADA
                   MOVE AQ-DATA-SAIDA TO CO-SAIDA
                   MOVE AQ-VALOR TO CO-VALOR
                   PERFORM COMISSAO-AVALIA-ESTADIA
               END-IF
           END-IF.

      *ESTADIA JA PAGA SAI COM OS VALORES GRAVADOS NA BAIXA (O
      *PERCENTUAL DA AGENCIA PODE TER MUDADO DEPOIS); A PENDENTE SAI
      *NO PERCENTUAL ATUAL E ENTRA NA TABELA DA BAIXA
       COMISSAO-AVALIA-ESTADIA.
           ADD 1 TO COM-ACHADAS
           PERFORM LOCALIZA-COMISSAO-PAGA
           IF COMISSAO-ACHADA > 0
               MOVE CMS-BASE(COMISSAO-ACHADA) TO CO-BASE
               MOVE CMS-VALOR(COMISSAO-ACHADA) TO CO-COMISSAO
               ADD CO-COMISSAO TO TOT-COM-PAGA
           ELSE
               COMPUTE CO-BASE ROUNDED = CO-VALOR / 1.10
               COMPUTE CO-COMISSAO ROUNDED =
                   CO-BASE * AGV-COMISSAO(AGV-ACHADO) / 100
               ADD CO-COMISSAO TO TOT-COM-DEVIDA
               IF QTD-PENDENTES < MAX-PENDENTES-TABELA
                   ADD 1 TO QTD-PENDENTES
                   MOVE CO-NUMERO TO PND-RESERVA(QTD-PENDENTES)
                   MOVE CO-SAIDA TO PND-SAIDA(QTD-PENDENTES)
                   MOVE CO-BASE TO PND-BASE(QTD-PENDENTES)
                   MOVE CO-COMISSAO TO PND-VALOR(QTD-PENDENTES)
               ELSE
                   MOVE "S" TO PENDENTES-LOTADA
               END-IF
           END-IF
           ADD CO-BASE TO TOT-COM-BASE
           MOVE SPACES TO LINHA-EXTRATO
           STRING "RES " CO-NUMERO " " CO-NOME(1:25) " " CO-ENTRADA
               "-" CO-SAIDA INTO LINHA-EXTRATO
           PERFORM GRAVA-LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           MOVE SPACES TO VALOR-TEXTO
           STRING CO-COMISSAO INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           IF COMISSAO-ACHADA > 0
               STRING "    BASE R$ " CO-BASE " COMISSAO R$ "
                   VALOR-FORMATADO " PAGA EM "
                   CMS-DATA-PGTO(COMISSAO-ACHADA) INTO LINHA-EXTRATO
           ELSE
               STRING "    BASE R$ " CO-BASE " COMISSAO R$ "
                   VALOR-FORMATADO " A PAGAR" INTO LINHA-EXTRATO
           END-IF
           PERFORM GRAVA-LINHA-EXTRATO.

       LOCALIZA-COMISSAO-PAGA.
           MOVE 0 TO COMISSAO-ACHADA
           MOVE 1 TO CM-IDX
           PERFORM UNTIL CM-IDX > QTD-COMISSOES OR COMISSAO-ACHADA > 0
               IF CMS-RESERVA(CM-IDX) = CO-NUMERO
                   MOVE CM-IDX TO COMISSAO-ACHADA
               END-IF
               ADD 1 TO CM-IDX
           END-PERFORM.

      *A BAIXA GRAVA UMA LINHA POR ESTADIA PENDENTE DO EXTRATO, COM A
      *DATA DE HOJE E O OPERADOR DO TURNO. SE O EXTRATO TEVE MAIS
      *PENDENTES DO QUE A TABELA GUARDA, O TOTAL A PAGAR NAO BATE COM
      *O QUE SERIA BAIXADO E A BAIXA E RECUSADA
       BAIXA-COMISSOES.
           IF PENDENTES-LOTADA = "S"
               DISPLAY "EXTRATO COM MAIS DE " MAX-PENDENTES-TABELA
                   " ESTADIAS PENDENTES -- BAIXA NAO FEITA"
               MOVE "N" TO CONFIRMA
           ELSE
               DISPLAY "DAR BAIXA NAS " QTD-PENDENTES
                   " COMISSAO(OES) A PAGAR DESTE EXTRATO? (S/N)"
               ACCEPT CONFIRMA
               MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA
           END-IF
           IF CONFIRMA = "S"
               IF QTD-COMISSOES + QTD-PENDENTES > MAX-COMISSOES-TABELA
                   DISPLAY "TABELA DE COMISSOES PAGAS LOTADA -- BAIXA "
                       "NAO FEITA"
               ELSE
                   ACCEPT DATA-HOJE FROM DATE YYYYMMDD
                   MOVE 1 TO PD-IDX
                   PERFORM UNTIL PD-IDX > QTD-PENDENTES
                       PERFORM GRAVA-BAIXA-COMISSAO
                       ADD 1 TO PD-IDX
                   END-PERFORM
                   DISPLAY QTD-PENDENTES " COMISSAO(OES) BAIXADA(S) -- "
                       "R$ " TOT-COM-DEVIDA
               END-IF
           ELSE
               DISPLAY "NENHUMA COMISSAO BAIXADA"
           END-IF.

       GRAVA-BAIXA-COMISSAO.
           ADD 1 TO QTD-COMISSOES
           MOVE AGV-CODIGO(AGV-ACHADO) TO CMS-AGENCIA(QTD-COMISSOES)
           MOVE PND-RESERVA(PD-IDX) TO CMS-RESERVA(QTD-COMISSOES)
           MOVE PND-SAIDA(PD-IDX) TO CMS-SAIDA(QTD-COMISSOES)
           MOVE PND-BASE(PD-IDX) TO CMS-BASE(QTD-COMISSOES)
           MOVE AGV-COMISSAO(AGV-ACHADO)
               TO CMS-PERCENTUAL(QTD-COMISSOES)
           MOVE PND-VALOR(PD-IDX) TO CMS-VALOR(QTD-COMISSOES)
           MOVE DATA-HOJE TO CMS-DATA-PGTO(QTD-COMISSOES)
           MOVE OPERADOR-COD TO CMS-OPERADOR(QTD-COMISSOES)
           PERFORM GRAVA-COMISSAO-ARQUIVO
           MOVE "PAGA COMISSAO" TO LOG-ACAO
           MOVE PND-RESERVA(PD-IDX) TO LOG-REF
           MOVE SPACES TO LOG-DETALHE
           STRING "AGENCIA " AGV-CODIGO(AGV-ACHADO) " R$ "
               PND-VALOR(PD-IDX) INTO LOG-DETALHE
           PERFORM GRAVA-LOG.

       CARREGA-AGENCIAS.
           MOVE 0 TO QTD-AGENCIAS
           MOVE 1 TO PROX-AGENCIA
           OPEN INPUT AGENCIAS
           IF FS-AGENCIAS = "00"
               PERFORM UNTIL FS-AGENCIAS = "10"
                   READ AGENCIAS
                       AT END MOVE "10" TO FS-AGENCIAS
                       NOT AT END PERFORM ARMAZENA-AGENCIA
                   END-READ
               END-PERFORM
               CLOSE AGENCIAS
           END-IF.

       ARMAZENA-AGENCIA.
           IF QTD-AGENCIAS >= MAX-AGENCIAS-TABELA
               DISPLAY "AGENCIAS.DAT TEM MAIS REGISTROS DO QUE O "
                   "PROGRAMA SUPORTA -- CADASTRO TRUNCADO EM "
                   MAX-AGENCIAS-TABELA
               MOVE "10" TO FS-AGENCIAS
           ELSE
               ADD 1 TO QTD-AGENCIAS
               MOVE AV-CODIGO TO AGV-CODIGO(QTD-AGENCIAS)
               MOVE AV-NOME TO AGV-NOME(QTD-AGENCIAS)
               MOVE AV-CNPJ TO AGV-CNPJ(QTD-AGENCIAS)
               IF AV-COMISSAO IS NUMERIC
                   MOVE AV-COMISSAO TO AGV-COMISSAO(QTD-AGENCIAS)
               ELSE
                   MOVE 0 TO AGV-COMISSAO(QTD-AGENCIAS)
               END-IF
               MOVE AV-BANCO TO AGV-BANCO(QTD-AGENCIAS)
               MOVE AV-AGENCIA-BCO TO AGV-AGENCIA-BCO(QTD-AGENCIAS)
               MOVE AV-CONTA TO AGV-CONTA(QTD-AGENCIAS)
               IF AV-CODIGO >= PROX-AGENCIA
                   COMPUTE PROX-AGENCIA = AV-CODIGO + 1
               END-IF
           END-IF.

       GRAVA-AGENCIAS-ARQUIVO.
           OPEN OUTPUT AGENCIAS
           MOVE 1 TO AV-IDX
           PERFORM UNTIL AV-IDX > QTD-AGENCIAS
               MOVE AGV-CODIGO(AV-IDX) TO AV-CODIGO
               MOVE AGV-NOME(AV-IDX) TO AV-NOME
               MOVE AGV-CNPJ(AV-IDX) TO AV-CNPJ
               MOVE AGV-COMISSAO(AV-IDX) TO AV-COMISSAO
               MOVE AGV-BANCO(AV-IDX) TO AV-BANCO
               MOVE AGV-AGENCIA-BCO(AV-IDX) TO AV-AGENCIA-BCO
               MOVE AGV-CONTA(AV-IDX) TO AV-CONTA
               WRITE LINHA-AGENCIA
               ADD 1 TO AV-IDX
           END-PERFORM
           CLOSE AGENCIAS.

       CARREGA-COMISSOES.
           MOVE 0 TO QTD-COMISSOES
           OPEN INPUT COMISSOES
           IF FS-COMISSOES = "00"
               PERFORM UNTIL FS-COMISSOES = "10"
                   READ COMISSOES
                       AT END MOVE "10" TO FS-COMISSOES
                       NOT AT END PERFORM ARMAZENA-COMISSAO
                   END-READ
               END-PERFORM
               CLOSE COMISSOES
           END-IF.

       ARMAZENA-COMISSAO.
           IF QTD-COMISSOES >= MAX-COMISSOES-TABELA
               DISPLAY "COMISSOES.DAT TEM MAIS REGISTROS DO QUE O "
                   "PROGRAMA SUPORTA -- LISTA TRUNCADA EM "
                   MAX-COMISSOES-TABELA
               MOVE "10" TO FS-COMISSOES
           ELSE
               ADD 1 TO QTD-COMISSOES
               MOVE CM-AGENCIA TO CMS-AGENCIA(QTD-COMISSOES)
               MOVE CM-RESERVA TO CMS-RESERVA(QTD-COMISSOES)
               MOVE CM-SAIDA TO CMS-SAIDA(QTD-COMISSOES)
               MOVE CM-BASE TO CMS-BASE(QTD-COMISSOES)
               MOVE CM-PERCENTUAL TO CMS-PERCENTUAL(QTD-COMISSOES)
               MOVE CM-VALOR TO CMS-VALOR(QTD-COMISSOES)
               MOVE CM-DATA-PGTO TO CMS-DATA-PGTO(QTD-COMISSOES)
               MOVE CM-OPERADOR TO CMS-OPERADOR(QTD-COMISSOES)
           END-IF.

      *SO A BAIXA NOVA VAI PARA O ARQUIVO, COMO NO LIVRO DE
      *PAGAMENTOS
       GRAVA-COMISSAO-ARQUIVO.
           MOVE CMS-AGENCIA(QTD-COMISSOES) TO CM-AGENCIA
           MOVE CMS-RESERVA(QTD-COMISSOES) TO CM-RESERVA
           MOVE CMS-SAIDA(QTD-COMISSOES) TO CM-SAIDA
           MOVE CMS-BASE(QTD-COMISSOES) TO CM-BASE
           MOVE CMS-PERCENTUAL(QTD-COMISSOES) TO CM-PERCENTUAL
           MOVE CMS-VALOR(QTD-COMISSOES) TO CM-VALOR
           MOVE CMS-DATA-PGTO(QTD-COMISSOES) TO CM-DATA-PGTO
           MOVE CMS-OPERADOR(QTD-COMISSOES) TO CM-OPERADOR
           OPEN EXTEND COMISSOES
           IF FS-COMISSOES NOT = "00"
               OPEN OUTPUT COMISSOES
           END-IF
           WRITE LINHA-COMISSAO
           CLOSE COMISSOES.

      *AUDITORIA DE FIM DE DIA: SOMA VALOR+EXTRAS DAS RESERVAS
      *REGISTRADAS NA DATA AUDITADA, COMPARA COM AS LINHAS DO
      *RESUMO.DAT DA MESMA DATA E PROCURA LINHAS DUPLICADAS QUE UMA
      *RESERVAS.DAT -- TUDO VAI PARA AUDITORIA.TXT PARA ASSINATURA
       MODO-AUDITORIA.
           PERFORM CAPTURA-DATA-AUDITORIA
           PERFORM EXECUTA-AUDITORIA.

      *SEPARADA DA CAPTURA DA DATA PARA O LOTE NOTURNO, QUE JA CHEGA
      *COM AUD-DATA PREENCHIDA
       EXECUTA-AUDITORIA.
           OPEN OUTPUT AUDITORIA
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "ERRO AO CRIAR AUDITORIA.TXT: " FS-AUDITORIA
               MOVE "N" TO LOTE-PASSO-OK
           ELSE
               PERFORM CORPO-AUDITORIA
               CLOSE AUDITORIA
               DISPLAY "RELATORIO GRAVADO EM AUDITORIA.TXT"
           END-IF.

       CORPO-AUDITORIA.
           MOVE SPACES TO LINHA-AUDITORIA
           STRING "AUDITORIA NOTURNA DE " AUD-DATA
               INTO LINHA-AUDITORIA
           END-IF
           PERFORM GRAVA-LINHA-AUDITORIA
           PERFORM DETECTA-DUPLICADAS
      *O LOTE NAO ASSINA -- A ASSINATURA E DE QUEM CONFERIU
           IF EM-LOTE = "S"
               MOVE "N" TO CONFIRMA
           ELSE
               DISPLAY "CONFERE? ASSINAR O FECHAMENTO (S)IM"
               ACCEPT CONFIRMA
               MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA
           END-IF
           MOVE SPACES TO LINHA-AUDITORIA
           IF CONFIRMA = "S"
               STRING "FECHAMENTO ASSINADO PELO OPERADOR "
               STRING "FECHAMENTO NAO ASSINADO -- PENDENTE DE REVISAO"
                   INTO LINHA-AUDITORIA
           END-IF
           PERFORM GRAVA-LINHA-AUDITORIA.

      *CADA LINHA DO RELATORIO TAMBEM APARECE NA TELA PARA O OPERADOR
      *CONFERIR ANTES DE ASSINAR
      *PARA BATER COM O EXTRATO DA ADQUIRENTE NO DIA SEGUINTE
       MODO-FECHAMENTO-CAIXA.
           PERFORM CAPTURA-DATA-CAIXA
           PERFORM EXECUTA-FECHAMENTO-CAIXA.

       EXECUTA-FECHAMENTO-CAIXA.
           MOVE 0 TO TOT-DINHEIRO
           MOVE 0 TO TOT-CARTAO
           MOVE 0 TO TOT-PIX
           DISPLAY "CARTAO  : R$ " TOT-CARTAO
           DISPLAY "PIX     : R$ " TOT-PIX
           DISPLAY "VALOR ESPERADO NA GAVETA: R$ " TOT-DINHEIRO
      *NO LOTE NINGUEM CONTOU A GAVETA: O REGISTRO SAI COM SINAL "?"
      *E FICA PENDENTE ATE O OPERADOR FECHAR O CAIXA PELO MENU
           IF EM-LOTE = "S"
               MOVE 0 TO CONTADO
               MOVE "?" TO SINAL-CAIXA
               MOVE 0 TO DIF-CAIXA
               DISPLAY "GAVETA NAO CONTADA -- CONFERENCIA PENDENTE"
           ELSE
               MOVE 0 TO CONTADO-REAIS
               DISPLAY "VALOR CONTADO NA GAVETA (INTEIRO EM REAIS)"
               ACCEPT CONTADO-REAIS
               MOVE CONTADO-REAIS TO CONTADO
               EVALUATE TRUE
                   WHEN CONTADO = TOT-DINHEIRO
                       MOVE "=" TO SINAL-CAIXA
                       MOVE 0 TO DIF-CAIXA
                       DISPLAY "CAIXA CONFERE"
                   WHEN CONTADO > TOT-DINHEIRO
                       MOVE "+" TO SINAL-CAIXA
                       COMPUTE DIF-CAIXA = CONTADO - TOT-DINHEIRO
                       DISPLAY "SOBRA NO CAIXA: R$ " DIF-CAIXA
                   WHEN OTHER
                       MOVE "-" TO SINAL-CAIXA
                       COMPUTE DIF-CAIXA = TOT-DINHEIRO - CONTADO
                       DISPLAY "FALTA NO CAIXA: R$ " DIF-CAIXA
               END-EVALUATE
           END-IF
           MOVE FECH-DATA TO FC-DATA
           MOVE TOT-DINHEIRO TO FC-DINHEIRO
           MOVE TOT-CARTAO TO FC-CARTAO
           MOVE TOT-PIX TO FC-PIX
               OPEN OUTPUT FECHAMENTO
           END-IF
           WRITE LINHA-FECHAMENTO
           IF FS-FECHAMENTO NOT = "00"
               DISPLAY "ERRO AO GRAVAR FECHAMENTO.DAT: " FS-FECHAMENTO
               MOVE "N" TO LOTE-PASSO-OK
           END-IF
           CLOSE FECHAMENTO
           DISPLAY "FECHAMENTO GRAVADO EM FECHAMENTO.DAT PELO "
               "OPERADOR " OPERADOR-COD " - " OPERADOR-NOME
               MOVE PG-DATA TO PGT-DATA(QTD-PAGAMENTOS)
               MOVE PG-VALOR TO PGT-VALOR(QTD-PAGAMENTOS)
               MOVE PG-FORMA TO PGT-FORMA(QTD-PAGAMENTOS)
               MOVE "N" TO PGT-CONCILIADO(QTD-PAGAMENTOS)
           END-IF.

       SOMA-PAGAMENTOS-RESERVA.
                   MOVE LANC-DATA TO PGT-DATA(QTD-PAGAMENTOS)
                   MOVE LANC-VALOR TO PGT-VALOR(QTD-PAGAMENTOS)
                   MOVE LANC-FORMA TO PGT-FORMA(QTD-PAGAMENTOS)
                   MOVE "N" TO PGT-CONCILIADO(QTD-PAGAMENTOS)
                   PERFORM GRAVA-PAGAMENTO-ARQUIVO
                   DISPLAY "RECEBIMENTO DE R$ " LANC-VALOR
                       " LANCADO NA RESERVA " PAG-RESERVA-ALVO
           WRITE LINHA-PAGAMENTO
           CLOSE PAGAMENTOS.

      *CONCILIACAO DE CARTAO E PIX: O ARQUIVO DE LIQUIDACAO DA
      *ADQUIRENTE/BANCO E CRUZADO COM OS RECEBIMENTOS "C" E "P" DO
      *PAGAMENTOS.DAT (MESMA FORMA, DATA DA VENDA E VALOR BRUTO; COM
      *O NUMERO DA RESERVA QUANDO A ADQUIRENTE O TRAZ). O LIVRO DE
      *PAGAMENTOS CONTINUA SOMENTE-ACRESCIMO -- A MARCA DE CONCILIADO
      *FICA NO CONCILIADOS.DAT, COM A POSICAO DO LANCAMENTO NO LIVRO
      *E O NSU DA ADQUIRENTE, E NENHUM DOS DOIS CONCILIA DE NOVO
       MODO-CONCILIACAO.
           DISPLAY "ARQUIVO DE LIQUIDACAO (<ENTER> PARA "
               "LIQUIDACAO.DAT)"
           MOVE SPACES TO LIQ-ARQ
           ACCEPT LIQ-ARQ
           IF LIQ-ARQ = SPACES
               MOVE "liquidacao.dat" TO LIQ-ARQ
           END-IF
           OPEN INPUT LIQUIDACAO
           IF FS-LIQUIDACAO NOT = "00"
               DISPLAY "ARQUIVO DE LIQUIDACAO NAO ENCONTRADO: "
                   LIQ-ARQ
           ELSE
               PERFORM CARREGA-CONCILIADOS
               ACCEPT DATA-HOJE FROM DATE YYYYMMDD
               MOVE SPACES TO EXTRATO-ARQ
               STRING "conciliacao-" DATA-HOJE ".txt" INTO EXTRATO-ARQ
               OPEN OUTPUT EXTRATO
               IF FS-EXTRATO NOT = "00"
                   DISPLAY "ERRO AO CRIAR " EXTRATO-ARQ ": "
                       FS-EXTRATO
               ELSE
                   PERFORM PROCESSA-LIQUIDACAO
                   CLOSE EXTRATO
                   DISPLAY "RELATORIO GRAVADO EM " EXTRATO-ARQ
               END-IF
               CLOSE LIQUIDACAO
           END-IF.

       PROCESSA-LIQUIDACAO.
           MOVE ALL "=" TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "CONCILIACAO CARTAO E PIX -- " LIQ-ARQ " -- "
               DATA-HOJE INTO LINHA-EXTRATO
           PERFORM GRAVA-LINHA-EXTRATO
           MOVE ALL "=" TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE 0 TO CNC-CONCILIADAS
           MOVE 0 TO CNC-SEM-PAGAMENTO
           MOVE 0 TO CNC-REPETIDAS
           MOVE 0 TO CNC-SEM-LIQUIDACAO
           MOVE 0 TO CNC-TOT-TAXA
           MOVE 0 TO QTD-TAXAS-DIA
           MOVE 0 TO CNC-TAXA-FORA
           MOVE 0 TO CNC-QTD-FORA
           MOVE 99999999 TO CNC-DATA-MIN
           MOVE 0 TO CNC-DATA-MAX
           PERFORM UNTIL FS-LIQUIDACAO = "10"
               READ LIQUIDACAO
                   AT END MOVE "10" TO FS-LIQUIDACAO
                   NOT AT END PERFORM AVALIA-LIQUIDACAO
               END-READ
           END-PERFORM
      *O QUE FOI RECEBIDO EM CARTAO OU PIX NAS DATAS DE VENDA COBERTAS
      *PELO ARQUIVO E NAO APARECEU NA LIQUIDACAO
           IF CNC-DATA-MAX > 0
               MOVE SPACES TO LINHA-EXTRATO
               STRING "RECEBIMENTOS SEM LIQUIDACAO DE " CNC-DATA-MIN
                   " A " CNC-DATA-MAX ":" INTO LINHA-EXTRATO
               PERFORM GRAVA-LINHA-EXTRATO
               MOVE 1 TO PAG-IDX
               PERFORM UNTIL PAG-IDX > QTD-PAGAMENTOS
                   IF (PGT-FORMA(PAG-IDX) = "C"
                           OR PGT-FORMA(PAG-IDX) = "P")
                           AND PGT-CONCILIADO(PAG-IDX) NOT = "S"
                           AND PGT-DATA(PAG-IDX) >= CNC-DATA-MIN
                           AND PGT-DATA(PAG-IDX) <= CNC-DATA-MAX
                       ADD 1 TO CNC-SEM-LIQUIDACAO
                       MOVE SPACES TO LINHA-EXTRATO
                       MOVE SPACES TO VALOR-TEXTO
                       STRING PGT-VALOR(PAG-IDX) INTO VALOR-TEXTO
                       MOVE VALOR-TEXTO TO VALOR-FORMATADO
                       STRING "  SEM LIQUIDACAO  " PGT-DATA(PAG-IDX)
                           " " PGT-FORMA(PAG-IDX) " RES "
                           PGT-RESERVA(PAG-IDX) " R$ " VALOR-FORMATADO
                           INTO LINHA-EXTRATO
                       PERFORM GRAVA-LINHA-EXTRATO
                   END-IF
                   ADD 1 TO PAG-IDX
               END-PERFORM
           END-IF
           MOVE ALL "-" TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "CONCILIADAS: " CNC-CONCILIADAS
               "  LIQUIDADAS SEM PAGAMENTO: " CNC-SEM-PAGAMENTO
               "  RECEBIDAS SEM LIQUIDACAO: " CNC-SEM-LIQUIDACAO
               INTO LINHA-EXTRATO
           PERFORM GRAVA-LINHA-EXTRATO
           IF CNC-REPETIDAS > 0
               MOVE SPACES TO LINHA-EXTRATO
               STRING "NSU JA CONCILIADOS ANTES (IGNORADOS): "
                   CNC-REPETIDAS INTO LINHA-EXTRATO
               PERFORM GRAVA-LINHA-EXTRATO
           END-IF
           PERFORM GRAVA-TAXAS-DIA
           MOVE "CONCILIACAO" TO LOG-ACAO
           MOVE 0 TO LOG-REF
           MOVE SPACES TO LOG-DETALHE
           STRING "CONCILIADAS " CNC-CONCILIADAS " PENDENTES "
               CNC-SEM-PAGAMENTO "/" CNC-SEM-LIQUIDACAO
               INTO LOG-DETALHE
           PERFORM GRAVA-LOG.

      *NSU JA CONCILIADO NAO ENTRA DE NOVO. LIQUIDACAO SEM NSU
      *(ALGUNS EXTRATOS DE PIX VEM ASSIM) NAO TEM COMO SER REPETIDA
      *E SEGUE SEMPRE PARA O CASAMENTO POR DATA, VALOR E FORMA
       AVALIA-LIQUIDACAO.
           MOVE "N" TO CNC-NSU-VISTO
           IF LQ-NSU NOT = SPACES
               MOVE 1 TO CNC-IDX
               PERFORM UNTIL CNC-IDX > QTD-NSU-CONC
                       OR CNC-NSU-VISTO = "S"
                   IF NSU-CONC(CNC-IDX) = LQ-NSU
                       MOVE "S" TO CNC-NSU-VISTO
                   END-IF
                   ADD 1 TO CNC-IDX
               END-PERFORM
           END-IF
           IF CNC-NSU-VISTO = "S"
               ADD 1 TO CNC-REPETIDAS
           ELSE
               IF LQ-DATA-VENDA < CNC-DATA-MIN
                   MOVE LQ-DATA-VENDA TO CNC-DATA-MIN
               END-IF
               IF LQ-DATA-VENDA > CNC-DATA-MAX
                   MOVE LQ-DATA-VENDA TO CNC-DATA-MAX
               END-IF
               PERFORM LOCALIZA-PAGAMENTO-LIQUIDADO
               MOVE SPACES TO LINHA-EXTRATO
               MOVE SPACES TO VALOR-TEXTO
               STRING LQ-VALOR-BRUTO INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               IF CNC-PAG-POS = 0
                   ADD 1 TO CNC-SEM-PAGAMENTO
                   STRING "  SEM PAGAMENTO   " LQ-DATA-VENDA " "
                       LQ-FORMA " NSU " LQ-NSU " R$ " VALOR-FORMATADO
                       INTO LINHA-EXTRATO
                   PERFORM GRAVA-LINHA-EXTRATO
               ELSE
                   ADD 1 TO CNC-CONCILIADAS
                   MOVE "S" TO PGT-CONCILIADO(CNC-PAG-POS)
                   PERFORM GRAVA-CONCILIADO
                   PERFORM ACUMULA-TAXA-DIA
                   STRING "  CONCILIADO      " LQ-DATA-VENDA " "
                       LQ-FORMA " NSU " LQ-NSU " RES "
                       PGT-RESERVA(CNC-PAG-POS) " R$ "
                       VALOR-FORMATADO INTO LINHA-EXTRATO
                   PERFORM GRAVA-LINHA-EXTRATO
                   MOVE SPACES TO LINHA-EXTRATO
                   MOVE SPACES TO VALOR-TEXTO
                   STRING LQ-TAXA INTO VALOR-TEXTO
                   MOVE VALOR-TEXTO TO VALOR-FORMATADO
                   STRING "                  TAXA (MDR) RETIDA: R$ "
                       VALOR-FORMATADO INTO LINHA-EXTRATO
                   PERFORM GRAVA-LINHA-EXTRATO
               END-IF
           END-IF.

      *RESERVA INFORMADA PELA ADQUIRENTE TEM PRIORIDADE; SEM ELA (OU
      *SEM ACHAR COM ELA) VALE O PRIMEIRO LANCAMENTO AINDA ABERTO COM
      *MESMA FORMA, DATA E VALOR
       LOCALIZA-PAGAMENTO-LIQUIDADO.
           MOVE 0 TO CNC-PAG-POS
           IF LQ-RESERVA IS NUMERIC AND LQ-RESERVA > 0
               MOVE 1 TO PAG-IDX
               PERFORM UNTIL PAG-IDX > QTD-PAGAMENTOS
                       OR CNC-PAG-POS > 0
                   IF PGT-CONCILIADO(PAG-IDX) NOT = "S"
                           AND PGT-FORMA(PAG-IDX) = LQ-FORMA
                           AND PGT-DATA(PAG-IDX) = LQ-DATA-VENDA
                           AND PGT-VALOR(PAG-IDX) = LQ-VALOR-BRUTO
                           AND PGT-RESERVA(PAG-IDX) = LQ-RESERVA
                       MOVE PAG-IDX TO CNC-PAG-POS
                   END-IF
                   ADD 1 TO PAG-IDX
               END-PERFORM
           END-IF
           MOVE 1 TO PAG-IDX
           PERFORM UNTIL PAG-IDX > QTD-PAGAMENTOS OR CNC-PAG-POS > 0
               IF PGT-CONCILIADO(PAG-IDX) NOT = "S"
                       AND PGT-FORMA(PAG-IDX) = LQ-FORMA
                       AND PGT-DATA(PAG-IDX) = LQ-DATA-VENDA
                       AND PGT-VALOR(PAG-IDX) = LQ-VALOR-BRUTO
                   MOVE PAG-IDX TO CNC-PAG-POS
               END-IF
               ADD 1 TO PAG-IDX
           END-PERFORM.

       GRAVA-CONCILIADO.
           MOVE CNC-PAG-POS TO CC-PAG-SEQ
           MOVE PGT-RESERVA(CNC-PAG-POS) TO CC-RESERVA
           MOVE PGT-DATA(CNC-PAG-POS) TO CC-DATA
           MOVE PGT-VALOR(CNC-PAG-POS) TO CC-VALOR
           MOVE PGT-FORMA(CNC-PAG-POS) TO CC-FORMA
           MOVE LQ-NSU TO CC-NSU
           MOVE LQ-TAXA TO CC-TAXA
           MOVE LQ-DATA-CREDITO TO CC-DATA-CREDITO
           MOVE DATA-HOJE TO CC-DATA-CONCILIACAO
           OPEN EXTEND CONCILIADOS
           IF FS-CONCILIADOS NOT = "00"
               OPEN OUTPUT CONCILIADOS
           END-IF
           WRITE LINHA-CONCILIADO
           CLOSE CONCILIADOS
           IF QTD-NSU-CONC < MAX-PAGAMENTOS-TABELA
                   AND LQ-NSU NOT = SPACES
               ADD 1 TO QTD-NSU-CONC
               MOVE LQ-NSU TO NSU-CONC(QTD-NSU-CONC)
           END-IF.

      *TAXAS DA CONCILIACAO SOMADAS POR DATA DE VENDA E FORMA. COM A
      *TABELA CHEIA A TAXA SAI ITEM A ITEM NO RELATORIO E SOMA A
      *PARTE, PARA A CONTABILIDADE LANCAR A MAO
       ACUMULA-TAXA-DIA.
           ADD LQ-TAXA TO CNC-TOT-TAXA
           MOVE 0 TO CNC-TAXA-POS
           MOVE 1 TO TXD-IDX
           PERFORM UNTIL TXD-IDX > QTD-TAXAS-DIA OR CNC-TAXA-POS > 0
               IF TXD-DATA(TXD-IDX) = LQ-DATA-VENDA
                       AND TXD-FORMA(TXD-IDX) = LQ-FORMA
                   MOVE TXD-IDX TO CNC-TAXA-POS
               END-IF
               ADD 1 TO TXD-IDX
           END-PERFORM
           IF CNC-TAXA-POS = 0
                   AND QTD-TAXAS-DIA < MAX-TAXAS-DIA-TABELA
               ADD 1 TO QTD-TAXAS-DIA
               MOVE QTD-TAXAS-DIA TO CNC-TAXA-POS
               MOVE LQ-DATA-VENDA TO TXD-DATA(CNC-TAXA-POS)
               MOVE LQ-FORMA TO TXD-FORMA(CNC-TAXA-POS)
               MOVE 0 TO TXD-VALOR(CNC-TAXA-POS)
               MOVE 0 TO TXD-QTD(CNC-TAXA-POS)
           END-IF
           IF CNC-TAXA-POS > 0
               ADD LQ-TAXA TO TXD-VALOR(CNC-TAXA-POS)
               ADD 1 TO TXD-QTD(CNC-TAXA-POS)
           ELSE
               ADD LQ-TAXA TO CNC-TAXA-FORA
               ADD 1 TO CNC-QTD-FORA
               MOVE SPACES TO LINHA-EXTRATO
               MOVE SPACES TO VALOR-TEXTO
               STRING LQ-TAXA INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               STRING "  TAXA NAO AGRUPADA " LQ-DATA-VENDA " "
                   LQ-FORMA " NSU " LQ-NSU " R$ " VALOR-FORMATADO
                   INTO LINHA-EXTRATO
               PERFORM GRAVA-LINHA-EXTRATO
           END-IF.

      *AS TAXAS DO DIA VAO PARA O TAXAS-ADQUIRENTE.DAT (UMA LINHA POR
      *DATA DE VENDA E FORMA, SO DO QUE FOI CONCILIADO NESTA
      *EXECUCAO) PARA A CONTABILIDADE LANCAR A DESPESA
       GRAVA-TAXAS-DIA.
           MOVE SPACES TO LINHA-EXTRATO
           MOVE SPACES TO VALOR-TEXTO
           STRING CNC-TOT-TAXA INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           STRING "TAXAS RETIDAS PELA ADQUIRENTE: R$ " VALOR-FORMATADO
               INTO LINHA-EXTRATO
           PERFORM GRAVA-LINHA-EXTRATO
           IF QTD-TAXAS-DIA > 0
               OPEN EXTEND TAXAS-ADQ
               IF FS-TAXAS-ADQ NOT = "00"
                   OPEN OUTPUT TAXAS-ADQ
               END-IF
               MOVE 1 TO TXD-IDX
               PERFORM UNTIL TXD-IDX > QTD-TAXAS-DIA
                   MOVE TXD-DATA(TXD-IDX) TO TX-DATA
                   MOVE TXD-FORMA(TXD-IDX) TO TX-FORMA
                   MOVE TXD-VALOR(TXD-IDX) TO TX-VALOR
                   MOVE TXD-QTD(TXD-IDX) TO TX-QTD
                   MOVE DATA-HOJE TO TX-DATA-CONCILIACAO
                   WRITE LINHA-TAXA-ADQ
                   MOVE SPACES TO LINHA-EXTRATO
                   MOVE SPACES TO VALOR-TEXTO
                   STRING TXD-VALOR(TXD-IDX) INTO VALOR-TEXTO
                   MOVE VALOR-TEXTO TO VALOR-FORMATADO
                   STRING "  " TXD-DATA(TXD-IDX) " "
                       TXD-FORMA(TXD-IDX) " " TXD-QTD(TXD-IDX)
                       " TRANSACAO(OES) R$ " VALOR-FORMATADO
                       INTO LINHA-EXTRATO
                   PERFORM GRAVA-LINHA-EXTRATO
                   ADD 1 TO TXD-IDX
               END-PERFORM
               CLOSE TAXAS-ADQ
               DISPLAY "TAXAS GRAVADAS EM TAXAS-ADQUIRENTE.DAT"
           END-IF
           IF CNC-QTD-FORA > 0
               MOVE SPACES TO LINHA-EXTRATO
               MOVE SPACES TO VALOR-TEXTO
               STRING CNC-TAXA-FORA INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               STRING "TAXAS NAO AGRUPADAS: " CNC-QTD-FORA
                   " TRANSACAO(OES) R$ " VALOR-FORMATADO
                   " -- FORA DO TAXAS-ADQUIRENTE.DAT"
                   INTO LINHA-EXTRATO
               PERFORM GRAVA-LINHA-EXTRATO
               DISPLAY "AVISO: MAIS DE " MAX-TAXAS-DIA-TABELA
                   " DATAS/FORMAS NA LIQUIDACAO -- TAXAS NAO "
                   "AGRUPADAS FICARAM SO NO RELATORIO"
           END-IF.

      *A MARCA SO VALE SE O LANCAMENTO NA POSICAO GRAVADA AINDA E O
      *MESMO (RESERVA, DATA, VALOR E FORMA)
       CARREGA-CONCILIADOS.
           MOVE 0 TO QTD-NSU-CONC
           MOVE 1 TO PAG-IDX
           PERFORM UNTIL PAG-IDX > QTD-PAGAMENTOS
               MOVE "N" TO PGT-CONCILIADO(PAG-IDX)
               ADD 1 TO PAG-IDX
           END-PERFORM
           OPEN INPUT CONCILIADOS
           IF FS-CONCILIADOS = "00"
               PERFORM UNTIL FS-CONCILIADOS = "10"
                   READ CONCILIADOS
                       AT END MOVE "10" TO FS-CONCILIADOS
                       NOT AT END PERFORM ARMAZENA-CONCILIADO
                   END-READ
               END-PERFORM
               CLOSE CONCILIADOS
           END-IF.

       ARMAZENA-CONCILIADO.
           IF CC-PAG-SEQ > 0 AND CC-PAG-SEQ <= QTD-PAGAMENTOS
               IF PGT-RESERVA(CC-PAG-SEQ) = CC-RESERVA
                       AND PGT-DATA(CC-PAG-SEQ) = CC-DATA
                       AND PGT-VALOR(CC-PAG-SEQ) = CC-VALOR
                       AND PGT-FORMA(CC-PAG-SEQ) = CC-FORMA
                   MOVE "S" TO PGT-CONCILIADO(CC-PAG-SEQ)
               END-IF
           END-IF
           IF QTD-NSU-CONC < MAX-PAGAMENTOS-TABELA
                   AND CC-NSU NOT = SPACES
               ADD 1 TO QTD-NSU-CONC
               MOVE CC-NSU TO NSU-CONC(QTD-NSU-CONC)
           END-IF.

      *LGPD: RETENCAO DOS DADOS PESSOAIS E PEDIDOS DO TITULAR. QUEM
      *NAO TEM ESTADIA NOS ULTIMOS RETENCAO-ANOS ANOS (LINHA "R" DO
      *TARIFAS.DAT, PADRAO 5) E ANONIMIZADO NO CADASTRO, NAS RESERVAS
      *VIVAS E ARQUIVADAS, NAS FICHAS FNRH, NAS CARTAS DE
      *CONFIRMACAO, NOS GRUPOS E NA LISTA DE ESPERA -- SO O NOME E OS
      *CONTATOS SAEM; VALORES, DATAS, QUARTOS E NUMEROS FICAM PARA A
      *CONTABILIDADE E O GERENCIAL. O RPS E O FOLIO SAO DOCUMENTOS
      *FISCAIS E NAO SAO ALTERADOS
       MODO-LGPD.
           MOVE SPACE TO OPCAO-LGPD
           PERFORM UNTIL OPCAO-LGPD = "0"
               DISPLAY " "
               DISPLAY "--- LGPD: RETENCAO E TITULAR DE DADOS ---"
               DISPLAY "1 - RETENCAO (ANONIMIZAR QUEM NAO SE HOSPEDA "
                   "HA " RETENCAO-ANOS " ANOS)"
               DISPLAY "2 - RELATORIO DO TITULAR (ACESSO AOS DADOS)"
               DISPLAY "3 - EXCLUIR OU ANONIMIZAR TITULAR A PEDIDO"
               DISPLAY "0 - VOLTAR"
               ACCEPT OPCAO-LGPD
               EVALUATE OPCAO-LGPD
                   WHEN "1"
                       PERFORM RETENCAO-LGPD-MENU
                   WHEN "2"
                       PERFORM RELATORIO-TITULAR
                   WHEN "3"
                       PERFORM ELIMINA-TITULAR
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

       RETENCAO-LGPD-MENU.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           MOVE DATA-HOJE TO LGPD-REFERENCIA
           PERFORM CALCULA-CORTE-LGPD
           DISPLAY "ANONIMIZAR QUEM NAO TEM ESTADIA COM SAIDA DESDE "
               LGPD-CORTE "? (S)IM"
           ACCEPT CONFIRMA
           MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA
           IF CONFIRMA = "S"
               PERFORM EXECUTA-RETENCAO-LGPD
               DISPLAY "CADASTROS ANONIMIZADOS: " LGPD-QTD-HOSP
               DISPLAY "RESERVAS ANONIMIZADAS : " LGPD-QTD-RES
               DISPLAY "FICHAS FNRH           : " LGPD-QTD-FNRH
               DISPLAY "CARTAS DE CONFIRMACAO : " LGPD-QTD-CARTAS
               DISPLAY "LISTA DE ESPERA       : " LGPD-QTD-ESPERA
               IF LGPD-ERRO = "S"
                   DISPLAY "HOUVE ERRO DE ARQUIVO -- O CADASTRO NAO "
                       "FOI ALTERADO; RODE A RETENCAO DE NOVO"
               END-IF
           ELSE
               DISPLAY "RETENCAO CANCELADA"
           END-IF.

      *MESMO DIA E MES, RETENCAO-ANOS ANTES; 29/02 VIRA 28/02 PARA O
      *CORTE CAIR NUM DIA QUE EXISTE
       CALCULA-CORTE-LGPD.
           COMPUTE LGPD-CORTE = LGPD-REFERENCIA - RETENCAO-ANOS * 10000
           IF LGPD-CORTE(5:4) = "0229"
               MOVE "0228" TO LGPD-CORTE(5:4)
           END-IF.

      *O HOSPEDE SO E ANONIMIZADO QUANDO A ULTIMA SAIDA (RESERVAS
      *VIVAS E ARQUIVO MORTO) E ANTERIOR AO CORTE. RESERVA EM ABERTO
      *SEGURA O HOSPEDE, E CADASTRO SEM NENHUMA ESTADIA NAO TEM DATA
      *DE REFERENCIA E FICA. SEM O ARQUIVO MORTO LEGIVEL NADA E FEITO
       EXECUTA-RETENCAO-LGPD.
           MOVE "R" TO LGPD-MODO
           MOVE "N" TO LGPD-EXCLUI
           MOVE "N" TO LGPD-ERRO
           MOVE "N" TO LGPD-LOTADA
           MOVE 0 TO LGPD-MARCADOS
           MOVE 0 TO LGPD-QTD-HOSP
           MOVE 0 TO LGPD-QTD-RES
           MOVE 0 TO LGPD-QTD-FNRH
           MOVE 0 TO LGPD-QTD-CARTAS
           MOVE 0 TO LGPD-QTD-ESPERA
           PERFORM CALCULA-CORTE-LGPD
           PERFORM MONTA-TITULARES-LGPD
           IF LGPD-ERRO = "N"
               MOVE 1 TO LGPD-IDX
               PERFORM UNTIL LGPD-IDX > LGPD-QTD
                   IF LGP-ULTIMA(LGPD-IDX) > 0
                           AND LGP-ULTIMA(LGPD-IDX) < LGPD-CORTE
                       MOVE "S" TO LGP-ANONIMIZA(LGPD-IDX)
                       ADD 1 TO LGPD-MARCADOS
                   END-IF
                   ADD 1 TO LGPD-IDX
               END-PERFORM
               PERFORM APLICA-ANONIMIZACAO
           END-IF
           IF LGPD-LOTADA = "S"
               DISPLAY "MAIS NOMES DO QUE A TABELA DA RETENCAO "
                   "SUPORTA -- OS EXCEDENTES FICAM PARA A PROXIMA"
           END-IF
           MOVE "LGPD RETENCAO" TO LOG-ACAO
           MOVE 0 TO LOG-REF
           MOVE SPACES TO LOG-DETALHE
           STRING "CORTE " LGPD-CORTE " " LGPD-QTD-HOSP " HOSP "
               LGPD-QTD-RES " RES" INTO LOG-DETALHE
           PERFORM GRAVA-LOG.

      *UMA LINHA POR TITULAR: OS CADASTRADOS PRIMEIRO, DEPOIS QUEM SO
      *APARECE PELO NOME EM RESERVA SEM VINCULO
       MONTA-TITULARES-LGPD.
           MOVE 0 TO LGPD-QTD
           MOVE 1 TO G-IDX
           PERFORM UNTIL G-IDX > QTD-HOSPEDES
               IF HSP-NOME(G-IDX) NOT = LGPD-MARCA-NOME
                   ADD 1 TO LGPD-QTD
                   MOVE HSP-NUMERO(G-IDX) TO LGP-HOSPEDE(LGPD-QTD)
                   MOVE HSP-NOME(G-IDX) TO LGP-NOME(LGPD-QTD)
                   MOVE 0 TO LGP-ULTIMA(LGPD-QTD)
                   MOVE "N" TO LGP-ANONIMIZA(LGPD-QTD)
               END-IF
               ADD 1 TO G-IDX
           END-PERFORM
           MOVE 1 TO LGPD-POS
           PERFORM UNTIL LGPD-POS > QTD-HISTORICO
               MOVE HIST-HOSPEDE(LGPD-POS) TO LGPD-BUSCA-HOSP
               MOVE HIST-NOME(LGPD-POS) TO LGPD-BUSCA-NOME
               MOVE HIST-DATA-SAIDA(LGPD-POS) TO LGPD-BUSCA-SAIDA
               MOVE HIST-STATUS(LGPD-POS) TO LGPD-BUSCA-STATUS
               PERFORM ACUMULA-ESTADIA-LGPD
               ADD 1 TO LGPD-POS
           END-PERFORM
           OPEN INPUT ARQMORTO
           IF FS-ARQMORTO = "00"
               PERFORM UNTIL FS-ARQMORTO = "10"
                   READ ARQMORTO
                       AT END MOVE "10" TO FS-ARQMORTO
                       NOT AT END PERFORM ACUMULA-ARQMORTO-LGPD
                   END-READ
               END-PERFORM
               CLOSE ARQMORTO
           ELSE
               IF FS-ARQMORTO NOT = "35"
                   DISPLAY "ERRO AO ABRIR RESERVAS-ARQUIVO.DAT: "
                       FS-ARQMORTO
                   MOVE "S" TO LGPD-ERRO
               END-IF
           END-IF.

       ACUMULA-ARQMORTO-LGPD.
           MOVE LINHA-ARQMORTO TO ARQ-RESERVA
           IF AQ-DATA-SAIDA IS NUMERIC
               IF AQ-HOSPEDE IS NUMERIC
                   MOVE AQ-HOSPEDE TO LGPD-BUSCA-HOSP
               ELSE
                   MOVE 0 TO LGPD-BUSCA-HOSP
               END-IF
               MOVE AQ-NOME TO LGPD-BUSCA-NOME
               MOVE AQ-DATA-SAIDA TO LGPD-BUSCA-SAIDA
               MOVE AQ-STATUS TO LGPD-BUSCA-STATUS
               PERFORM ACUMULA-ESTADIA-LGPD
           END-IF.

      *GUARDA A SAIDA MAIS RECENTE DO TITULAR DA ESTADIA EM
      *LGPD-BUSCA-*; RESERVA QUE NAO ESTA FINALIZADA, CANCELADA NEM
      *EM NO-SHOW AINDA ESTA EM ABERTO E SEGURA O TITULAR
       ACUMULA-ESTADIA-LGPD.
           IF LGPD-BUSCA-NOME NOT = LGPD-MARCA-NOME
                   AND LGPD-BUSCA-NOME NOT = SPACES
               PERFORM LOCALIZA-TITULAR-LGPD
               IF LGPD-ACHADO = 0
                   IF LGPD-QTD < MAX-LGPD-TABELA
                       ADD 1 TO LGPD-QTD
                       MOVE LGPD-BUSCA-HOSP TO LGP-HOSPEDE(LGPD-QTD)
                       MOVE LGPD-BUSCA-NOME TO LGP-NOME(LGPD-QTD)
                       MOVE 0 TO LGP-ULTIMA(LGPD-QTD)
                       MOVE "N" TO LGP-ANONIMIZA(LGPD-QTD)
                       MOVE LGPD-QTD TO LGPD-ACHADO
                   ELSE
                       MOVE "S" TO LGPD-LOTADA
                   END-IF
               END-IF
               IF LGPD-ACHADO > 0
                   IF LGPD-BUSCA-STATUS NOT = "F"
                           AND LGPD-BUSCA-STATUS NOT = "C"
                           AND LGPD-BUSCA-STATUS NOT = "N"
                       MOVE 99999999 TO LGP-ULTIMA(LGPD-ACHADO)
                   ELSE
                       IF LGPD-BUSCA-SAIDA > LGP-ULTIMA(LGPD-ACHADO)
                           MOVE LGPD-BUSCA-SAIDA
                               TO LGP-ULTIMA(LGPD-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *A MESMA REGRA DA TELA DE ESTADIAS: RESERVA VINCULADA PERTENCE
      *AO NUMERO DO CADASTRO; SEM VINCULO, A QUEM TEM O MESMO NOME
       LOCALIZA-TITULAR-LGPD.
           MOVE 0 TO LGPD-ACHADO
           MOVE 1 TO LGPD-IDX
           PERFORM UNTIL LGPD-IDX > LGPD-QTD OR LGPD-ACHADO > 0
               IF LGPD-BUSCA-HOSP > 0
                   IF LGP-HOSPEDE(LGPD-IDX) = LGPD-BUSCA-HOSP
                       MOVE LGPD-IDX TO LGPD-ACHADO
                   END-IF
               ELSE
                   IF LGP-NOME(LGPD-IDX) = LGPD-BUSCA-NOME
                       MOVE LGPD-IDX TO LGPD-ACHADO
                   END-IF
               END-IF
               ADD 1 TO LGPD-IDX
           END-PERFORM.

      *APLICA A ANONIMIZACAO AOS TITULARES MARCADOS NA TABELA-LGPD.
      *O CADASTRO E O ULTIMO A MUDAR: SE UM ARQUIVO FALHAR NO MEIO, O
      *TITULAR CONTINUA NO CADASTRO E A PROXIMA EXECUCAO TERMINA O
      *SERVICO
       APLICA-ANONIMIZACAO.
           MOVE 0 TO LGPD-QTD-HOSP
           MOVE 0 TO LGPD-QTD-RES
           MOVE 0 TO LGPD-QTD-FNRH
           MOVE 0 TO LGPD-QTD-CARTAS
           MOVE 0 TO LGPD-QTD-ESPERA
           PERFORM ANONIMIZA-RESERVAS-VIVAS
           PERFORM REGRAVA-ARQMORTO-LGPD
           PERFORM ANONIMIZA-ESPERA-LGPD
           PERFORM ANONIMIZA-GRUPOS-LGPD
           IF LGPD-ERRO = "N"
               PERFORM ANONIMIZA-CADASTRO-LGPD
           END-IF.

       ANONIMIZA-RESERVAS-VIVAS.
           MOVE 1 TO LGPD-POS
           PERFORM UNTIL LGPD-POS > QTD-HISTORICO
               MOVE 0 TO LGPD-ACHADO
               IF HIST-NOME(LGPD-POS) NOT = LGPD-MARCA-NOME
                   MOVE HIST-HOSPEDE(LGPD-POS) TO LGPD-BUSCA-HOSP
                   MOVE HIST-NOME(LGPD-POS) TO LGPD-BUSCA-NOME
                   PERFORM LOCALIZA-TITULAR-LGPD
               END-IF
               IF LGPD-ACHADO > 0
                   IF LGP-ANONIMIZA(LGPD-ACHADO) = "S"
                       MOVE LGPD-MARCA-NOME TO HIST-NOME(LGPD-POS)
                       IF LGPD-EXCLUI = "S"
                           MOVE 0 TO HIST-HOSPEDE(LGPD-POS)
                       END-IF
                       MOVE LGPD-POS TO POS-HIST
                       PERFORM REGRAVA-RESERVA-ATUAL
                       IF FS-RESERVAS NOT = "00"
                           MOVE "S" TO LGPD-ERRO
                       END-IF
                       MOVE HIST-NUMERO(LGPD-POS) TO FNRH-RESERVA
                       PERFORM ANONIMIZA-FNRH
                       PERFORM ANONIMIZA-CONFIRMACAO
                       ADD 1 TO LGPD-QTD-RES
                       MOVE "LGPD ANONIMIZA RES" TO LOG-ACAO
                       MOVE HIST-NUMERO(LGPD-POS) TO LOG-REF
                       PERFORM GRAVA-LOG
                   END-IF
               END-IF
               ADD 1 TO LGPD-POS
           END-PERFORM.

      *O ARQUIVO MORTO E SEQUENCIAL: E COPIADO PARA O
      *RESERVAS-ARQUIVO.TMP JA ANONIMIZADO E SO VOLTA POR CIMA DO
      *ORIGINAL SE A COPIA INTEIRA DEU CERTO
       REGRAVA-ARQMORTO-LGPD.
           MOVE 0 TO LGPD-ARQ-ALTERADAS
           MOVE "S" TO LGPD-ARQ-OK
           OPEN INPUT ARQMORTO
           IF FS-ARQMORTO = "00"
               OPEN OUTPUT ARQMORTO-TMP
               IF FS-ARQMORTO-TMP NOT = "00"
                   DISPLAY "ERRO AO CRIAR RESERVAS-ARQUIVO.TMP: "
                       FS-ARQMORTO-TMP
                   MOVE "N" TO LGPD-ARQ-OK
               ELSE
                   PERFORM UNTIL FS-ARQMORTO = "10"
                       READ ARQMORTO
                           AT END MOVE "10" TO FS-ARQMORTO
                           NOT AT END PERFORM ANONIMIZA-LINHA-ARQMORTO
                       END-READ
                   END-PERFORM
                   CLOSE ARQMORTO-TMP
               END-IF
               CLOSE ARQMORTO
               IF LGPD-ARQ-OK = "S" AND LGPD-ARQ-ALTERADAS > 0
                   PERFORM DEVOLVE-ARQMORTO-LGPD
               END-IF
           ELSE
               IF FS-ARQMORTO NOT = "35"
                   DISPLAY "ERRO AO ABRIR RESERVAS-ARQUIVO.DAT: "
                       FS-ARQMORTO
                   MOVE "N" TO LGPD-ARQ-OK
               END-IF
           END-IF
           IF LGPD-ARQ-OK NOT = "S"
               MOVE "S" TO LGPD-ERRO
           END-IF.

      *SO O NOME (E, NA EXCLUSAO, O VINCULO COM O CADASTRO) MUDA NA
      *LINHA -- O RESTO DA IMAGEM DA RESERVA VAI COMO ESTAVA
       ANONIMIZA-LINHA-ARQMORTO.
           MOVE LINHA-ARQMORTO TO LINHA-ARQMORTO-TMP
           MOVE LINHA-ARQMORTO TO ARQ-RESERVA
           MOVE 0 TO LGPD-ACHADO
           IF AQ-NOME NOT = LGPD-MARCA-NOME
               IF AQ-HOSPEDE IS NUMERIC
                   MOVE AQ-HOSPEDE TO LGPD-BUSCA-HOSP
               ELSE
                   MOVE 0 TO LGPD-BUSCA-HOSP
               END-IF
               MOVE AQ-NOME TO LGPD-BUSCA-NOME
               PERFORM LOCALIZA-TITULAR-LGPD
           END-IF
           IF LGPD-ACHADO > 0
               IF LGP-ANONIMIZA(LGPD-ACHADO) = "S"
                   MOVE LGPD-MARCA-NOME TO AQ-NOME
                   IF LGPD-EXCLUI = "S" AND AQ-HOSPEDE IS NUMERIC
                       MOVE 0 TO AQ-HOSPEDE
                   END-IF
                   MOVE ARQ-RESERVA TO LINHA-ARQMORTO-TMP(1:118)
                   ADD 1 TO LGPD-ARQ-ALTERADAS
                   ADD 1 TO LGPD-QTD-RES
                   MOVE AQ-NUMERO TO FNRH-RESERVA
                   PERFORM ANONIMIZA-FNRH
                   PERFORM ANONIMIZA-CONFIRMACAO
                   MOVE "LGPD ANONIMIZA RES" TO LOG-ACAO
                   MOVE AQ-NUMERO TO LOG-REF
                   MOVE "ARQUIVO MORTO" TO LOG-DETALHE
                   PERFORM GRAVA-LOG
               END-IF
           END-IF
           WRITE LINHA-ARQMORTO-TMP
           IF FS-ARQMORTO-TMP NOT = "00"
               DISPLAY "ERRO AO GRAVAR RESERVAS-ARQUIVO.TMP: "
                   FS-ARQMORTO-TMP
               MOVE "N" TO LGPD-ARQ-OK
               MOVE "10" TO FS-ARQMORTO
           END-IF.

      *A COPIA DE TRABALHO E ESVAZIADA NO FIM PARA NAO FICAR UM
      *SEGUNDO ARQUIVO MORTO NO DIRETORIO
       DEVOLVE-ARQMORTO-LGPD.
           OPEN INPUT ARQMORTO-TMP
           IF FS-ARQMORTO-TMP NOT = "00"
               DISPLAY "ERRO AO REABRIR RESERVAS-ARQUIVO.TMP: "
                   FS-ARQMORTO-TMP
               MOVE "N" TO LGPD-ARQ-OK
           ELSE
               OPEN OUTPUT ARQMORTO
               IF FS-ARQMORTO NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR RESERVAS-ARQUIVO.DAT: "
                       FS-ARQMORTO
                   MOVE "N" TO LGPD-ARQ-OK
                   CLOSE ARQMORTO-TMP
               ELSE
                   PERFORM UNTIL FS-ARQMORTO-TMP = "10"
                       READ ARQMORTO-TMP
                           AT END MOVE "10" TO FS-ARQMORTO-TMP
                           NOT AT END
                               MOVE LINHA-ARQMORTO-TMP
                                   TO LINHA-ARQMORTO
                               WRITE LINHA-ARQMORTO
                       END-READ
                   END-PERFORM
                   CLOSE ARQMORTO
                   CLOSE ARQMORTO-TMP
                   OPEN OUTPUT ARQMORTO-TMP
                   CLOSE ARQMORTO-TMP
               END-IF
           END-IF.

      *FICHA FNRH-NNNNNNN.TXT DA RESERVA EM FNRH-RESERVA: O NOME, O
      *DOCUMENTO, O FONE E A CIDADE DAO LUGAR A MARCA; QUARTO, DATAS
      *E PESSOAS FICAM. RESERVA SEM FICHA (NUNCA TEVE CHECK-IN) E
      *SIMPLESMENTE PULADA
       ANONIMIZA-FNRH.
           MOVE SPACES TO FNRH-ARQ
           STRING "fnrh-" FNRH-RESERVA ".txt" INTO FNRH-ARQ
           OPEN INPUT FNRH
           IF FS-FNRH = "00"
               MOVE 0 TO QTD-FNRH-LINHAS
               PERFORM UNTIL FS-FNRH = "10"
                   READ FNRH
                       AT END MOVE "10" TO FS-FNRH
                       NOT AT END
                           IF QTD-FNRH-LINHAS < 40
                               ADD 1 TO QTD-FNRH-LINHAS
                               MOVE LINHA-FNRH
                                   TO FNRH-LIN(QTD-FNRH-LINHAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FNRH
               OPEN OUTPUT FNRH
               IF FS-FNRH NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR " FNRH-ARQ ": " FS-FNRH
                   MOVE "S" TO LGPD-ERRO
               ELSE
                   MOVE 1 TO FNRH-IDX
                   PERFORM UNTIL FNRH-IDX > QTD-FNRH-LINHAS
                       MOVE FNRH-LIN(FNRH-IDX) TO LINHA-FNRH
                       EVALUATE LINHA-FNRH(1:9)
                           WHEN "HOSPEDE: "
                               MOVE SPACES TO LINHA-FNRH
                               STRING "HOSPEDE: " LGPD-MARCA-NOME
                                   INTO LINHA-FNRH
                           WHEN "DOCUMENTO"
                               MOVE "DOCUMENTO: ---" TO LINHA-FNRH
                           WHEN "TELEFONE "
                               MOVE "TELEFONE : ---" TO LINHA-FNRH
                           WHEN "CIDADE   "
                               MOVE "CIDADE   : ---" TO LINHA-FNRH
                       END-EVALUATE
                       WRITE LINHA-FNRH
                       ADD 1 TO FNRH-IDX
                   END-PERFORM
                   CLOSE FNRH
                   ADD 1 TO LGPD-QTD-FNRH
               END-IF
           END-IF.

      *CARTA CONFIRMACAO-NNNNNNN.TXT DA RESERVA EM FNRH-RESERVA: O
      *NOME DA LUGAR A MARCA E O FONE SAI DA LINHA DO CADASTRO, QUE
      *SO GUARDA O NUMERO QUANDO O CADASTRO CONTINUA (NA EXCLUSAO
      *NEM ELE). A CARTA CRESCE UMA LINHA POR NOITE, POR ISSO PASSA
      *LINHA A LINHA PELA COPIA DE TRABALHO, COMO O ARQUIVO MORTO.
      *RESERVA SEM CARTA E PULADA
       ANONIMIZA-CONFIRMACAO.
           MOVE SPACES TO CARTA-ARQ
           STRING "confirmacao-" FNRH-RESERVA ".txt" INTO CARTA-ARQ
           OPEN INPUT CARTA
           IF FS-CARTA = "00"
               OPEN OUTPUT CARTA-TMP
               IF FS-CARTA-TMP NOT = "00"
                   DISPLAY "ERRO AO CRIAR CONFIRMACAO.TMP: "
                       FS-CARTA-TMP
                   MOVE "S" TO LGPD-ERRO
                   CLOSE CARTA
               ELSE
                   MOVE "S" TO LGPD-CARTA-OK
                   PERFORM UNTIL FS-CARTA = "10"
                       READ CARTA
                           AT END MOVE "10" TO FS-CARTA
                           NOT AT END PERFORM ANONIMIZA-LINHA-CARTA
                       END-READ
                   END-PERFORM
                   CLOSE CARTA-TMP
                   CLOSE CARTA
                   IF LGPD-CARTA-OK = "S"
                       PERFORM DEVOLVE-CARTA-LGPD
                   ELSE
                       MOVE "S" TO LGPD-ERRO
                   END-IF
               END-IF
           END-IF.

       ANONIMIZA-LINHA-CARTA.
           MOVE LINHA-CARTA TO LINHA-CARTA-TMP
           EVALUATE TRUE
               WHEN LINHA-CARTA(1:9) = "HOSPEDE: "
                   MOVE SPACES TO LINHA-CARTA-TMP
                   STRING "HOSPEDE: " LGPD-MARCA-NOME
                       INTO LINHA-CARTA-TMP
               WHEN LINHA-CARTA(1:10) = "CADASTRO: "
                   IF LGPD-EXCLUI = "S"
                       MOVE "CADASTRO: ---" TO LINHA-CARTA-TMP
                   ELSE
                       MOVE SPACES TO LINHA-CARTA-TMP(16:)
                   END-IF
           END-EVALUATE
           WRITE LINHA-CARTA-TMP
           IF FS-CARTA-TMP NOT = "00"
               DISPLAY "ERRO AO GRAVAR CONFIRMACAO.TMP: " FS-CARTA-TMP
               MOVE "N" TO LGPD-CARTA-OK
               MOVE "10" TO FS-CARTA
           END-IF.

      *A COPIA DE TRABALHO VOLTA INTEIRA POR CIMA DA CARTA E DEPOIS E
      *ESVAZIADA, COMO NO ARQUIVO MORTO
       DEVOLVE-CARTA-LGPD.
           OPEN INPUT CARTA-TMP
           IF FS-CARTA-TMP NOT = "00"
               DISPLAY "ERRO AO REABRIR CONFIRMACAO.TMP: " FS-CARTA-TMP
               MOVE "S" TO LGPD-ERRO
           ELSE
               OPEN OUTPUT CARTA
               IF FS-CARTA NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR " CARTA-ARQ ": " FS-CARTA
                   MOVE "S" TO LGPD-ERRO
                   CLOSE CARTA-TMP
               ELSE
                   PERFORM UNTIL FS-CARTA-TMP = "10"
                       READ CARTA-TMP
                           AT END MOVE "10" TO FS-CARTA-TMP
                           NOT AT END
                               MOVE LINHA-CARTA-TMP TO LINHA-CARTA
                               WRITE LINHA-CARTA
                       END-READ
                   END-PERFORM
                   CLOSE CARTA
                   CLOSE CARTA-TMP
                   OPEN OUTPUT CARTA-TMP
                   CLOSE CARTA-TMP
                   ADD 1 TO LGPD-QTD-CARTAS
               END-IF
           END-IF.

      *NA RETENCAO SAI TAMBEM TODO PEDIDO DA LISTA DE ESPERA CUJO
      *PERIODO TERMINOU ANTES DO CORTE, SEJA DE QUEM FOR
       ANONIMIZA-ESPERA-LGPD.
           MOVE 0 TO LGPD-DESTINO
           MOVE 1 TO LGPD-POS
           PERFORM UNTIL LGPD-POS > QTD-ESPERA
               MOVE 0 TO LGPD-BUSCA-HOSP
               MOVE ESP-NOME(LGPD-POS) TO LGPD-BUSCA-NOME
               PERFORM LOCALIZA-TITULAR-LGPD
               MOVE "N" TO LGPD-REMOVE
               IF LGPD-ACHADO > 0
                   IF LGP-ANONIMIZA(LGPD-ACHADO) = "S"
                       MOVE "S" TO LGPD-REMOVE
                   END-IF
               END-IF
               IF LGPD-MODO = "R"
                       AND ESP-DATA-SAIDA(LGPD-POS) < LGPD-CORTE
                   MOVE "S" TO LGPD-REMOVE
               END-IF
               IF LGPD-REMOVE = "S"
                   ADD 1 TO LGPD-QTD-ESPERA
               ELSE
                   ADD 1 TO LGPD-DESTINO
                   IF LGPD-DESTINO NOT = LGPD-POS
                       MOVE ESPERA-REG(LGPD-POS)
                           TO ESPERA-REG(LGPD-DESTINO)
                   END-IF
               END-IF
               ADD 1 TO LGPD-POS
           END-PERFORM
           IF LGPD-QTD-ESPERA > 0
               MOVE LGPD-DESTINO TO QTD-ESPERA
               PERFORM GRAVA-ESPERA-ARQUIVO
           END-IF.

      *O NOME DO GRUPO E O DO RESPONSAVEL -- O GRUPO CONTINUA, COM AS
      *MESMAS RESERVAS, SO SEM O NOME
       ANONIMIZA-GRUPOS-LGPD.
           MOVE 0 TO LGPD-QTD-GRUPOS
           MOVE 1 TO LGPD-GRP
           PERFORM UNTIL LGPD-GRP > QTD-GRUPOS
               MOVE 0 TO LGPD-BUSCA-HOSP
               MOVE GRP-NOME(LGPD-GRP) TO LGPD-BUSCA-NOME
               PERFORM LOCALIZA-TITULAR-LGPD
               IF LGPD-ACHADO > 0
                   IF LGP-ANONIMIZA(LGPD-ACHADO) = "S"
                       MOVE LGPD-MARCA-NOME TO GRP-NOME(LGPD-GRP)
                       ADD 1 TO LGPD-QTD-GRUPOS
                   END-IF
               END-IF
               ADD 1 TO LGPD-GRP
           END-PERFORM
           IF LGPD-QTD-GRUPOS > 0
               PERFORM GRAVA-GRUPOS-ARQUIVO
           END-IF.

      *ANONIMIZAR MANTEM A LINHA DO CADASTRO (O NUMERO CONTINUA
      *LIGANDO AS ESTADIAS); EXCLUIR TIRA A LINHA -- AS RESERVAS JA
      *FORAM DESLIGADAS DO NUMERO ANTES
       ANONIMIZA-CADASTRO-LGPD.
           MOVE 0 TO LGPD-DESTINO
           MOVE 1 TO G-IDX
           PERFORM UNTIL G-IDX > QTD-HOSPEDES
               MOVE 0 TO LGPD-ACHADO
               IF HSP-NOME(G-IDX) NOT = LGPD-MARCA-NOME
                   MOVE HSP-NUMERO(G-IDX) TO LGPD-BUSCA-HOSP
                   MOVE HSP-NOME(G-IDX) TO LGPD-BUSCA-NOME
                   PERFORM LOCALIZA-TITULAR-LGPD
               END-IF
               MOVE "N" TO LGPD-REMOVE
               IF LGPD-ACHADO > 0
                   IF LGP-ANONIMIZA(LGPD-ACHADO) = "S"
                       ADD 1 TO LGPD-QTD-HOSP
                       MOVE HSP-NUMERO(G-IDX) TO LOG-REF
                       IF LGPD-EXCLUI = "S"
                           MOVE "S" TO LGPD-REMOVE
                           MOVE "LGPD EXCLUI HOSP" TO LOG-ACAO
                       ELSE
                           MOVE LGPD-MARCA-NOME TO HSP-NOME(G-IDX)
                           MOVE SPACES TO HSP-DOCUMENTO(G-IDX)
                           MOVE SPACES TO HSP-FONE(G-IDX)
                           MOVE SPACES TO HSP-CIDADE(G-IDX)
                           MOVE "LGPD ANONIMIZA HOSP" TO LOG-ACAO
                       END-IF
                       PERFORM GRAVA-LOG
                   END-IF
               END-IF
               IF LGPD-REMOVE = "N"
                   ADD 1 TO LGPD-DESTINO
                   IF LGPD-DESTINO NOT = G-IDX
                       MOVE HOSP-REG(G-IDX) TO HOSP-REG(LGPD-DESTINO)
                   END-IF
               END-IF
               ADD 1 TO G-IDX
           END-PERFORM
           IF LGPD-QTD-HOSP > 0
               MOVE LGPD-DESTINO TO QTD-HOSPEDES
               PERFORM GRAVA-HOSPEDES-ARQUIVO
           END-IF.

      *O TITULAR DO PEDIDO VEM DO CADASTRO, PELO DOCUMENTO (OU PELO
      *NUMERO) -- A TABELA-LGPD FICA SO COM ELE, PARA AS ROTINAS DE
      *ANONIMIZACAO E O RELATORIO USAREM A MESMA REGRA DE VINCULO
       IDENTIFICA-TITULAR.
           DISPLAY "DOCUMENTO DO TITULAR (OU NUMERO DO CADASTRO)"
           MOVE SPACES TO BUSCA-HOSPEDE
           ACCEPT BUSCA-HOSPEDE
           MOVE 0 TO TIT-NUMERO
           PERFORM LOCALIZA-HOSPEDE
           IF HOSP-ACHADO = 0
               DISPLAY "TITULAR NAO ENCONTRADO NO CADASTRO"
           ELSE
           IF HSP-NOME(HOSP-ACHADO) = LGPD-MARCA-NOME
               DISPLAY "CADASTRO " HSP-NUMERO(HOSP-ACHADO)
                   " JA FOI ANONIMIZADO"
           ELSE
               MOVE HSP-NUMERO(HOSP-ACHADO) TO TIT-NUMERO
               MOVE HSP-NOME(HOSP-ACHADO) TO TIT-NOME
               MOVE HSP-DOCUMENTO(HOSP-ACHADO) TO TIT-DOCUMENTO
               MOVE HSP-FONE(HOSP-ACHADO) TO TIT-FONE
               MOVE HSP-CIDADE(HOSP-ACHADO) TO TIT-CIDADE
               DISPLAY "TITULAR " TIT-NUMERO " - " TIT-NOME
               MOVE 1 TO LGPD-QTD
               MOVE TIT-NUMERO TO LGP-HOSPEDE(1)
               MOVE TIT-NOME TO LGP-NOME(1)
               MOVE 0 TO LGP-ULTIMA(1)
               MOVE "S" TO LGP-ANONIMIZA(1)
           END-IF
           END-IF.

      *RELATORIO DE ACESSO DO TITULAR: TUDO O QUE O HOTEL GUARDA DA
      *PESSOA EM TITULAR-NNNNN.TXT (NUMERO DO CADASTRO) -- CADASTRO,
      *CADA ESTADIA (VIVA OU ARQUIVADA) COM A CONTA, OS CONSUMOS, OS
      *RECEBIMENTOS, OS RPS E A FICHA FNRH, A LISTA DE ESPERA E OS
      *GRUPOS. AS LINHAS NAO VAO PARA A TELA
       RELATORIO-TITULAR.
           PERFORM IDENTIFICA-TITULAR
           IF TIT-NUMERO > 0
               ACCEPT DATA-HOJE FROM DATE YYYYMMDD
               MOVE SPACES TO EXTRATO-ARQ
               STRING "titular-" TIT-NUMERO ".txt" INTO EXTRATO-ARQ
               OPEN OUTPUT EXTRATO
               IF FS-EXTRATO NOT = "00"
                   DISPLAY "ERRO AO CRIAR " EXTRATO-ARQ ": "
                       FS-EXTRATO
               ELSE
                   PERFORM GRAVA-RELATORIO-TITULAR
                   CLOSE EXTRATO
                   DISPLAY TIT-ESTADIAS " ESTADIA(S) -- RELATORIO "
                       "GRAVADO EM " EXTRATO-ARQ
                   MOVE "LGPD ACESSO TITULAR" TO LOG-ACAO
                   MOVE TIT-NUMERO TO LOG-REF
                   PERFORM GRAVA-LOG
               END-IF
           END-IF.

       GRAVA-RELATORIO-TITULAR.
           MOVE ALL "=" TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "HOTEL PARAISO TROPICAL -- DADOS PESSOAIS DO TITULAR"
               " (LGPD) -- " DATA-HOJE INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE ALL "=" TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "CADASTRO  : " TIT-NUMERO INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "NOME      : " TIT-NOME INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "DOCUMENTO : " TIT-DOCUMENTO INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "TELEFONE  : " TIT-FONE INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "CIDADE    : " TIT-CIDADE INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE "ESTADIAS" TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE 0 TO TIT-ESTADIAS
           MOVE "VIVA" TO TIT-ORIGEM
           MOVE 1 TO LGPD-POS
           PERFORM UNTIL LGPD-POS > QTD-HISTORICO
               MOVE HIST-HOSPEDE(LGPD-POS) TO LGPD-BUSCA-HOSP
               MOVE HIST-NOME(LGPD-POS) TO LGPD-BUSCA-NOME
               PERFORM LOCALIZA-TITULAR-LGPD
               IF LGPD-ACHADO > 0
                   MOVE HIST-REG(LGPD-POS) TO ARQ-RESERVA
                   PERFORM GRAVA-ESTADIA-TITULAR
               END-IF
               ADD 1 TO LGPD-POS
           END-PERFORM
           MOVE "ARQUIVO" TO TIT-ORIGEM
           OPEN INPUT ARQMORTO
           IF FS-ARQMORTO = "00"
               PERFORM UNTIL FS-ARQMORTO = "10"
                   READ ARQMORTO
                       AT END MOVE "10" TO FS-ARQMORTO
                       NOT AT END PERFORM AVALIA-ARQMORTO-TITULAR
                   END-READ
               END-PERFORM
               CLOSE ARQMORTO
           END-IF
           IF TIT-ESTADIAS = 0
               MOVE "  NENHUMA ESTADIA" TO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           END-IF
           MOVE SPACES TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE "LISTA DE ESPERA" TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE 0 TO TIT-ITENS
           MOVE 1 TO LGPD-POS
           PERFORM UNTIL LGPD-POS > QTD-ESPERA
               IF ESP-NOME(LGPD-POS) = TIT-NOME
                   ADD 1 TO TIT-ITENS
                   MOVE SPACES TO LINHA-EXTRATO
                   STRING "  CATEGORIA " ESP-TIPO(LGPD-POS)
                       "  DE " ESP-DATA-ENTRADA(LGPD-POS)
                       " A " ESP-DATA-SAIDA(LGPD-POS)
                       "  FONE " ESP-FONE(LGPD-POS)
                       INTO LINHA-EXTRATO
                   WRITE LINHA-EXTRATO
               END-IF
               ADD 1 TO LGPD-POS
           END-PERFORM
           IF TIT-ITENS = 0
               MOVE "  NENHUM PEDIDO" TO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           END-IF
           MOVE SPACES TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE "GRUPOS EM QUE E O RESPONSAVEL" TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE 0 TO TIT-ITENS
           MOVE 1 TO LGPD-GRP
           PERFORM UNTIL LGPD-GRP > QTD-GRUPOS
               IF GRP-NOME(LGPD-GRP) = TIT-NOME
                   ADD 1 TO TIT-ITENS
                   MOVE SPACES TO LINHA-EXTRATO
                   STRING "  GRUPO " GRP-NUMERO(LGPD-GRP) " COM "
                       GRP-QTD(LGPD-GRP) " RESERVA(S)"
                       INTO LINHA-EXTRATO
                   WRITE LINHA-EXTRATO
               END-IF
               ADD 1 TO LGPD-GRP
           END-PERFORM
           IF TIT-ITENS = 0
               MOVE "  NENHUM GRUPO" TO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           END-IF
           MOVE ALL "=" TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "TOTAL DE ESTADIAS: " TIT-ESTADIAS
               INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO.

       AVALIA-ARQMORTO-TITULAR.
           MOVE LINHA-ARQMORTO TO ARQ-RESERVA
           IF AQ-HOSPEDE IS NUMERIC
               MOVE AQ-HOSPEDE TO LGPD-BUSCA-HOSP
           ELSE
               MOVE 0 TO LGPD-BUSCA-HOSP
           END-IF
           MOVE AQ-NOME TO LGPD-BUSCA-NOME
           PERFORM LOCALIZA-TITULAR-LGPD
           IF LGPD-ACHADO > 0
               PERFORM GRAVA-ESTADIA-TITULAR
           END-IF.

      *UMA ESTADIA EM ARQ-RESERVA: DADOS DA RESERVA, A CONTA DO
      *FOLIO (DIARIAS + EXTRAS + CONSUMOS ATIVOS, COM A TAXA DE
      *SERVICO CONTIDA), OS CONSUMOS ITEM A ITEM, OS RECEBIMENTOS, OS
      *RPS E A FICHA FNRH QUANDO EXISTE
       GRAVA-ESTADIA-TITULAR.
           ADD 1 TO TIT-ESTADIAS
           MOVE AQ-STATUS TO STATUS-COD
           PERFORM TRADUZ-STATUS
           MOVE SPACES TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "RESERVA " AQ-NUMERO " (" TIT-ORIGEM ") -- "
               STATUS-NOME INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "  NOME NA RESERVA: " AQ-NOME INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "  QUARTO " AQ-TIPO "-" AQ-QUARTO
               "  ENTRADA " AQ-DATA-ENTRADA "  SAIDA "
               AQ-DATA-SAIDA "  NOITES " AQ-QTD INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "  ADULTOS " AQ-ADULTOS "  CRIANCAS " AQ-CRIANCAS
               "  EMPRESA " AQ-EMPRESA "  AGENCIA " AQ-AGENCIA
               "  REGISTRO " AQ-DATA-REGISTRO "  FORMA "
               AQ-FORMA-PGTO INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE 0 TO TIT-TOTAL
           IF AQ-VALOR IS NUMERIC AND AQ-EXTRAS IS NUMERIC
               MOVE AQ-NUMERO TO CONSUMO-ALVO
               PERFORM SOMA-CONSUMOS-RESERVA
               COMPUTE TIT-TOTAL = AQ-VALOR + AQ-EXTRAS
                   + TOTAL-CONSUMOS
               MOVE AQ-VALOR TO TIT-VALOR
               PERFORM FORMATA-VALOR-TITULAR
               MOVE SPACES TO LINHA-EXTRATO
               STRING "  DIARIAS  : R$ " VALOR-FORMATADO
                   INTO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
               MOVE AQ-EXTRAS TO TIT-VALOR
               PERFORM FORMATA-VALOR-TITULAR
               MOVE SPACES TO LINHA-EXTRATO
               STRING "  EXTRAS   : R$ " VALOR-FORMATADO
                   INTO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
               MOVE TOTAL-CONSUMOS TO TIT-VALOR
               PERFORM FORMATA-VALOR-TITULAR
               MOVE SPACES TO LINHA-EXTRATO
               STRING "  CONSUMOS : R$ " VALOR-FORMATADO
                   INTO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           END-IF
           COMPUTE TIT-TAXA ROUNDED = TIT-TOTAL * 0.10 / 1.10
           MOVE TIT-TOTAL TO TIT-VALOR
           PERFORM FORMATA-VALOR-TITULAR
           MOVE SPACES TO LINHA-EXTRATO
           STRING "  TOTAL    : R$ " VALOR-FORMATADO
               INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE TIT-TAXA TO TIT-VALOR
           PERFORM FORMATA-VALOR-TITULAR
           MOVE SPACES TO LINHA-EXTRATO
           STRING "  TAXA DE SERVICO CONTIDA: R$ " VALOR-FORMATADO
               INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE 1 TO CSM-IDX
           PERFORM UNTIL CSM-IDX > QTD-CONSUMOS
               IF CSM-RESERVA(CSM-IDX) = AQ-NUMERO
                   MOVE CSM-VALOR(CSM-IDX) TO TIT-VALOR
                   PERFORM FORMATA-VALOR-TITULAR
                   MOVE SPACES TO LINHA-EXTRATO
                   STRING "  CONSUMO " CSM-DATA(CSM-IDX) " "
                       CSM-DESCRICAO(CSM-IDX) " QTD "
                       CSM-QTD(CSM-IDX) " R$ " VALOR-FORMATADO
                       INTO LINHA-EXTRATO
                   IF CSM-SITUACAO(CSM-IDX) = "E"
                       MOVE "ESTORNADO" TO LINHA-EXTRATO(85:9)
                   END-IF
                   WRITE LINHA-EXTRATO
               END-IF
               ADD 1 TO CSM-IDX
           END-PERFORM
           MOVE 1 TO PAG-IDX
           PERFORM UNTIL PAG-IDX > QTD-PAGAMENTOS
               IF PGT-RESERVA(PAG-IDX) = AQ-NUMERO
                   MOVE PGT-VALOR(PAG-IDX) TO TIT-VALOR
                   PERFORM FORMATA-VALOR-TITULAR
                   MOVE SPACES TO LINHA-EXTRATO
                   STRING "  RECEBIMENTO " PGT-DATA(PAG-IDX)
                       " R$ " VALOR-FORMATADO " FORMA "
                       PGT-FORMA(PAG-IDX) INTO LINHA-EXTRATO
                   WRITE LINHA-EXTRATO
               END-IF
               ADD 1 TO PAG-IDX
           END-PERFORM
           OPEN INPUT RPS
           IF FS-RPS = "00"
               PERFORM UNTIL FS-RPS = "10"
                   READ RPS
                       AT END MOVE "10" TO FS-RPS
                       NOT AT END
                           IF RP-RESERVA = AQ-NUMERO
                               PERFORM GRAVA-RPS-TITULAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPS
           END-IF
           MOVE AQ-NUMERO TO FNRH-RESERVA
           MOVE SPACES TO FNRH-ARQ
           STRING "fnrh-" FNRH-RESERVA ".txt" INTO FNRH-ARQ
           OPEN INPUT FNRH
           IF FS-FNRH = "00"
               CLOSE FNRH
               MOVE SPACES TO LINHA-EXTRATO
               STRING "  FICHA FNRH: " FNRH-ARQ INTO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           END-IF
           MOVE SPACES TO CARTA-ARQ
           STRING "confirmacao-" FNRH-RESERVA ".txt" INTO CARTA-ARQ
           OPEN INPUT CARTA
           IF FS-CARTA = "00"
               CLOSE CARTA
               MOVE SPACES TO LINHA-EXTRATO
               STRING "  CARTA DE CONFIRMACAO: " CARTA-ARQ
                   INTO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           END-IF.

       GRAVA-RPS-TITULAR.
           MOVE RP-VALOR TO TIT-VALOR
           PERFORM FORMATA-VALOR-TITULAR
           MOVE SPACES TO LINHA-EXTRATO
           STRING "  RPS " RP-NUMERO " TIPO " RP-TIPO " DE " RP-DATA
               " R$ " VALOR-FORMATADO " TOMADOR " RP-TOMADOR-DOC
               INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO.

       FORMATA-VALOR-TITULAR.
           MOVE SPACES TO VALOR-TEXTO
           STRING TIT-VALOR INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO.

      *EXCLUSAO OU ANONIMIZACAO A PEDIDO DO TITULAR: RECUSADA SE HA
      *RESERVA EM ABERTO OU SALDO A RECEBER EM ESTADIA FINALIZADA
      *(NO GRUPO, O SALDO DO GRUPO INTEIRO). A RECUSA TAMBEM VAI PARA
      *A TRILHA
       ELIMINA-TITULAR.
           PERFORM IDENTIFICA-TITULAR
           IF TIT-NUMERO > 0
               PERFORM VERIFICA-PENDENCIAS-TITULAR
               IF LGPD-BLOQUEIO = "S"
                   DISPLAY "PEDIDO RECUSADO -- RESOLVA AS PENDENCIAS "
                       "ACIMA ANTES"
                   MOVE "LGPD PEDIDO RECUSADO" TO LOG-ACAO
                   MOVE TIT-NUMERO TO LOG-REF
                   PERFORM GRAVA-LOG
               ELSE
                   PERFORM CONFIRMA-ELIMINACAO
               END-IF
           END-IF.

       CONFIRMA-ELIMINACAO.
           DISPLAY "(A)NONIMIZAR MANTENDO O NUMERO DO CADASTRO OU "
               "(E)XCLUIR O CADASTRO?"
           MOVE SPACE TO LGPD-ESCOLHA
           ACCEPT LGPD-ESCOLHA
           MOVE FUNCTION UPPER-CASE(LGPD-ESCOLHA) TO LGPD-ESCOLHA
           IF LGPD-ESCOLHA NOT = "A" AND LGPD-ESCOLHA NOT = "E"
               DISPLAY "NADA FOI ALTERADO"
           ELSE
               DISPLAY "OS DADOS PESSOAIS NAO PODEM SER RECUPERADOS "
                   "DEPOIS. CONFIRMA? (S)IM"
               ACCEPT CONFIRMA
               MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA
               IF CONFIRMA NOT = "S"
                   DISPLAY "NADA FOI ALTERADO"
               ELSE
                   MOVE "T" TO LGPD-MODO
                   MOVE "N" TO LGPD-ERRO
                   IF LGPD-ESCOLHA = "E"
                       MOVE "S" TO LGPD-EXCLUI
                   ELSE
                       MOVE "N" TO LGPD-EXCLUI
                   END-IF
                   PERFORM APLICA-ANONIMIZACAO
                   DISPLAY "RESERVAS ANONIMIZADAS: " LGPD-QTD-RES
                       "  FICHAS FNRH: " LGPD-QTD-FNRH
                   DISPLAY "CARTAS DE CONFIRMACAO: " LGPD-QTD-CARTAS
                   IF LGPD-ERRO = "S"
                       DISPLAY "HOUVE ERRO DE ARQUIVO -- O CADASTRO "
                           "NAO FOI ALTERADO; REFACA O PEDIDO"
                   ELSE
                       IF LGPD-EXCLUI = "S"
                           DISPLAY "CADASTRO " TIT-NUMERO " EXCLUIDO"
                       ELSE
                           DISPLAY "CADASTRO " TIT-NUMERO
                               " ANONIMIZADO"
                       END-IF
                   END-IF
                   MOVE "N" TO LGPD-EXCLUI
               END-IF
           END-IF.

      *SO AS RESERVAS VIVAS -- O ARQUIVO MORTO SO TEM ESTADIAS
      *ENCERRADAS HA MAIS DE UM MES
       VERIFICA-PENDENCIAS-TITULAR.
           MOVE "N" TO LGPD-BLOQUEIO
           MOVE 1 TO LGPD-POS
           PERFORM UNTIL LGPD-POS > QTD-HISTORICO
               MOVE HIST-HOSPEDE(LGPD-POS) TO LGPD-BUSCA-HOSP
               MOVE HIST-NOME(LGPD-POS) TO LGPD-BUSCA-NOME
               PERFORM LOCALIZA-TITULAR-LGPD
               IF LGPD-ACHADO > 0
                   MOVE HIST-STATUS(LGPD-POS) TO STATUS-COD
                   PERFORM TRADUZ-STATUS
                   IF STATUS-COD NOT = "F" AND STATUS-COD NOT = "C"
                           AND STATUS-COD NOT = "N"
                       DISPLAY "RESERVA " HIST-NUMERO(LGPD-POS)
                           " EM ABERTO (" STATUS-NOME ")"
                       MOVE "S" TO LGPD-BLOQUEIO
                   ELSE
                   IF STATUS-COD = "F"
                       PERFORM CALCULA-SALDO-TITULAR
                       IF LGPD-SALDO > 0
                           DISPLAY "RESERVA " HIST-NUMERO(LGPD-POS)
                               " COM SALDO A RECEBER DE R$ "
                               LGPD-SALDO
                           MOVE "S" TO LGPD-BLOQUEIO
                       END-IF
                   END-IF
                   END-IF
               END-IF
               ADD 1 TO LGPD-POS
           END-PERFORM.

      *RESERVA DE GRUPO RECEBE NA CONTA MESTRE -- O SALDO QUE VALE E
      *O DO GRUPO, COMO NO CHECK-OUT DO GRUPO
       CALCULA-SALDO-TITULAR.
           MOVE HIST-NUMERO(LGPD-POS) TO LGPD-RESERVA
           MOVE 0 TO GR-ACHADO
           MOVE 1 TO LGPD-GRP
           PERFORM UNTIL LGPD-GRP > QTD-GRUPOS OR GR-ACHADO > 0
               MOVE 1 TO MEM-IDX
               PERFORM UNTIL MEM-IDX > GRP-QTD(LGPD-GRP)
                       OR GR-ACHADO > 0
                   IF GRP-RESERVA(LGPD-GRP, MEM-IDX) = LGPD-RESERVA
                       MOVE LGPD-GRP TO GR-ACHADO
                   END-IF
                   ADD 1 TO MEM-IDX
               END-PERFORM
               ADD 1 TO LGPD-GRP
           END-PERFORM
           IF GR-ACHADO > 0
               PERFORM TOTALIZA-CONTA-GRUPO
               MOVE GRP-SALDO TO LGPD-SALDO
           ELSE
               MOVE LGPD-RESERVA TO CONSUMO-ALVO
               PERFORM SOMA-CONSUMOS-RESERVA
               COMPUTE VALOR-CONTA = HIST-VALOR(LGPD-POS)
                   + HIST-EXTRAS(LGPD-POS) + TOTAL-CONSUMOS
               MOVE LGPD-RESERVA TO PAG-RESERVA-ALVO
               PERFORM SOMA-PAGAMENTOS-RESERVA
               IF TOTAL-PAGO >= VALOR-CONTA
                   MOVE 0 TO LGPD-SALDO
               ELSE
                   COMPUTE LGPD-SALDO = VALOR-CONTA - TOTAL-PAGO
               END-IF
           END-IF.

      *CONSUMOS NA CONTA DO QUARTO: RESTAURANTE, BAR, FRIGOBAR E
      *LAVANDERIA LANCAM DURANTE A ESTADIA, SO EM RESERVA COM O
      *HOSPEDE NO HOTEL ("H"). CADA LANCAMENTO E UMA LINHA DATADA NO
      *CONSUMOS.DAT; O ESTORNO MARCA A LINHA E EXIGE MOTIVO
       MODO-CONSUMOS.
           MOVE SPACE TO OPCAO-CSM
           PERFORM UNTIL OPCAO-CSM = "0"
               DISPLAY " "
               DISPLAY "--- CONSUMOS NA CONTA DO QUARTO ---"
               DISPLAY "1 - LANCAR CONSUMO"
               DISPLAY "2 - ESTORNAR CONSUMO"
               DISPLAY "3 - CONSUMOS DE UMA RESERVA"
               DISPLAY "4 - TOTAIS DO DIA POR PONTO DE VENDA"
               DISPLAY "5 - TABELA DE CODIGOS"
               DISPLAY "6 - INCLUIR/ALTERAR CODIGO"
               DISPLAY "0 - VOLTAR"
               ACCEPT OPCAO-CSM
               EVALUATE OPCAO-CSM
                   WHEN "1"
                       PERFORM LANCA-CONSUMO
                   WHEN "2"
                       PERFORM ESTORNA-CONSUMO
                   WHEN "3"
                       PERFORM CONSULTA-CONSUMOS-RESERVA
                   WHEN "4"
                       PERFORM TOTAIS-DIA-CONSUMOS
                   WHEN "5"
                       PERFORM LISTA-SERVICOS
                   WHEN "6"
                       PERFORM MANTEM-SERVICO
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

      *SO ACEITA RESERVA COM CHECK-IN FEITO -- ANTES DA CHEGADA O
      *EXTRA E CONTRATADO NA VENDA E DEPOIS DA SAIDA A CONTA JA FECHOU
       LOCALIZA-HOSPEDADO-CONSUMO.
           MOVE 0 TO POS-HIST
           DISPLAY "HOSPEDES NO HOTEL:"
           MOVE 0 TO ENCONTRADAS
           MOVE 1 TO H-IDX
           PERFORM UNTIL H-IDX > QTD-HISTORICO
               IF HIST-STATUS(H-IDX) = "H"
                   ADD 1 TO ENCONTRADAS
                   DISPLAY HIST-NUMERO(H-IDX) " " HIST-TIPO(H-IDX) "-"
                       HIST-QUARTO(H-IDX) " " HIST-NOME(H-IDX)
               END-IF
               ADD 1 TO H-IDX
           END-PERFORM
           IF ENCONTRADAS = 0
               DISPLAY "NENHUM HOSPEDE COM CHECK-IN FEITO"
           ELSE
               MOVE 0 TO RES-BUSCA
               DISPLAY "NUMERO DA RESERVA (0 PARA VOLTAR)"
               ACCEPT RES-BUSCA
               IF RES-BUSCA > 0
                   PERFORM LOCALIZA-RESERVA-ABERTA
                   IF POS-HIST = 0
                       DISPLAY "RESERVA NAO ENCONTRADA OU JA "
                           "ENCERRADA"
                   ELSE
                       IF HIST-STATUS(POS-HIST) NOT = "H"
                           DISPLAY "CONSUMO SO PODE SER MOVIMENTADO "
                               "COM O HOSPEDE NO HOTEL (CHECK-IN)"
                           MOVE 0 TO POS-HIST
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LANCA-CONSUMO.
           IF QTD-CONSUMOS >= MAX-CONSUMOS-TABELA
               DISPLAY "TABELA DE CONSUMOS LOTADA -- LANCAMENTO NAO "
                   "FEITO"
           ELSE
               PERFORM LOCALIZA-HOSPEDADO-CONSUMO
               IF POS-HIST > 0
                   MOVE "S" TO CONSUMO-OK
                   PERFORM CAPTURA-DATA-CONSUMO
                   IF CONSUMO-OK = "S"
                       PERFORM CAPTURA-CODIGO-CONSUMO
                   END-IF
                   IF CONSUMO-OK = "S"
                       PERFORM CAPTURA-VALOR-CONSUMO
                   END-IF
                   IF CONSUMO-OK = "S"
                       PERFORM EFETIVA-LANCAMENTO-CONSUMO
                   END-IF
               END-IF
           END-IF.

      *O CONSUMO TEM QUE CAIR DENTRO DA ESTADIA -- O DIA DA SAIDA
      *VALE, PORQUE O FRIGOBAR SO E CONFERIDO NA HORA DO CHECK-OUT
       CAPTURA-DATA-CONSUMO.
           PERFORM UNTIL VALIDO = "S" OR CONSUMO-OK = "N"
               DISPLAY "DATA DO CONSUMO (AAAAMMDD), <ENTER> PARA "
                   "HOJE, 0 PARA DESISTIR"
               MOVE SPACES TO I-DATA-ENTRADA-TXT
               ACCEPT I-DATA-ENTRADA-TXT
               IF I-DATA-ENTRADA-TXT = SPACES
                   ACCEPT DATA-HOJE FROM DATE YYYYMMDD
                   MOVE DATA-HOJE TO CONSUMO-DATA
                   MOVE "S" TO VALIDO
               ELSE
                   IF I-DATA-ENTRADA-TXT = "0"
                       MOVE "N" TO CONSUMO-OK
                   ELSE
                   IF I-DATA-ENTRADA-TXT IS NUMERIC
                       PERFORM VALIDA-DATA-ENTRADA
                       IF VALIDO = "S"
                           MOVE I-DATA-ENTRADA-TXT TO CONSUMO-DATA
                       END-IF
                   ELSE
                       DISPLAY "DATA INVALIDA -- DIGITE 8 NUMEROS "
                           "(AAAAMMDD)"
                   END-IF
                   END-IF
               END-IF
               IF VALIDO = "S"
                   IF CONSUMO-DATA < HIST-DATA-ENTRADA(POS-HIST)
                           OR CONSUMO-DATA > HIST-DATA-SAIDA(POS-HIST)
                       DISPLAY "O CONSUMO PRECISA CAIR ENTRE A "
                           "ENTRADA " HIST-DATA-ENTRADA(POS-HIST)
                           " E A SAIDA " HIST-DATA-SAIDA(POS-HIST)
                       MOVE "N" TO VALIDO
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO VALIDO.

       CAPTURA-CODIGO-CONSUMO.
           PERFORM UNTIL VALIDO = "S" OR CONSUMO-OK = "N"
               PERFORM LISTA-SERVICOS
               DISPLAY "CODIGO DO CONSUMO (0 PARA DESISTIR)"
               MOVE SPACES TO I-CONSUMO-COD
               ACCEPT I-CONSUMO-COD
               MOVE FUNCTION UPPER-CASE(I-CONSUMO-COD)
                   TO I-CONSUMO-COD
               IF I-CONSUMO-COD = "0"
                   MOVE "N" TO CONSUMO-OK
               ELSE
                   PERFORM LOCALIZA-SERVICO
                   IF SERVICO-ACHADO > 0
                       MOVE "S" TO VALIDO
                   ELSE
                       DISPLAY "CODIGO NAO CADASTRADO"
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO VALIDO.

      *CODIGO COM PRECO NA TABELA SUGERE O UNITARIO (<ENTER> ACEITA);
      *CODIGO DE PRECO ZERO, COMO O "RES" DO RESTAURANTE, OBRIGA A
      *DIGITAR O VALOR DA COMANDA
       CAPTURA-VALOR-CONSUMO.
           MOVE 0 TO I-CONSUMO-QTD
           PERFORM UNTIL I-CONSUMO-QTD > 0
               DISPLAY "QUANTIDADE"
               MOVE 0 TO I-CONSUMO-QTD
               ACCEPT I-CONSUMO-QTD
           END-PERFORM
           MOVE SRV-PRECO(SERVICO-ACHADO) TO I-CONSUMO-UNIT
           IF I-CONSUMO-UNIT > 0
               DISPLAY "PRECO UNITARIO R$ " I-CONSUMO-UNIT
                   " -- <ENTER> MANTEM OU NOVO VALOR (INTEIRO EM "
                   "REAIS)"
               MOVE 0 TO I-CONSUMO-UNIT-REAIS
               ACCEPT I-CONSUMO-UNIT-REAIS
               IF I-CONSUMO-UNIT-REAIS > 0
                   MOVE I-CONSUMO-UNIT-REAIS TO I-CONSUMO-UNIT
               END-IF
           ELSE
               PERFORM UNTIL I-CONSUMO-UNIT > 0
                   DISPLAY "VALOR UNITARIO (INTEIRO EM REAIS)"
                   MOVE 0 TO I-CONSUMO-UNIT-REAIS
                   ACCEPT I-CONSUMO-UNIT-REAIS
                   MOVE I-CONSUMO-UNIT-REAIS TO I-CONSUMO-UNIT
               END-PERFORM
           END-IF
           COMPUTE I-CONSUMO-VALOR = I-CONSUMO-QTD * I-CONSUMO-UNIT
           IF I-CONSUMO-VALOR > 999999.99
               DISPLAY "VALOR DO LANCAMENTO ACIMA DO LIMITE DE UMA "
                   "LINHA -- LANCE EM PARTES"
               MOVE "N" TO CONSUMO-OK
           END-IF.

       EFETIVA-LANCAMENTO-CONSUMO.
           ADD 1 TO QTD-CONSUMOS
           MOVE PROX-CONSUMO TO CSM-NUMERO(QTD-CONSUMOS)
           MOVE HIST-NUMERO(POS-HIST) TO CSM-RESERVA(QTD-CONSUMOS)
           MOVE CONSUMO-DATA TO CSM-DATA(QTD-CONSUMOS)
           MOVE SRV-CODIGO(SERVICO-ACHADO) TO CSM-CODIGO(QTD-CONSUMOS)
           MOVE SRV-PONTO(SERVICO-ACHADO) TO CSM-PONTO(QTD-CONSUMOS)
           MOVE SRV-NOME(SERVICO-ACHADO)
               TO CSM-DESCRICAO(QTD-CONSUMOS)
           MOVE I-CONSUMO-QTD TO CSM-QTD(QTD-CONSUMOS)
           MOVE I-CONSUMO-VALOR TO CSM-VALOR(QTD-CONSUMOS)
           MOVE HIST-FORMA-PGTO(POS-HIST) TO CSM-FORMA(QTD-CONSUMOS)
           MOVE OPERADOR-COD TO CSM-OPERADOR(QTD-CONSUMOS)
           MOVE "A" TO CSM-SITUACAO(QTD-CONSUMOS)
           MOVE SPACES TO CSM-MOTIVO(QTD-CONSUMOS)
           MOVE 0 TO CSM-DATA-ESTORNO(QTD-CONSUMOS)
           MOVE 0 TO CSM-OPER-ESTORNO(QTD-CONSUMOS)
           MOVE QTD-CONSUMOS TO CSM-IDX
           PERFORM GRAVA-NOVO-CONSUMO
           DISPLAY "LANCAMENTO " PROX-CONSUMO ": "
               SRV-NOME(SERVICO-ACHADO) " R$ " I-CONSUMO-VALOR
               " NA RESERVA " HIST-NUMERO(POS-HIST)
           MOVE "LANCA CONSUMO" TO LOG-ACAO
           MOVE HIST-NUMERO(POS-HIST) TO LOG-REF
           MOVE SPACES TO LOG-DETALHE
           STRING "LANC " PROX-CONSUMO " " SRV-CODIGO(SERVICO-ACHADO)
               " " I-CONSUMO-VALOR INTO LOG-DETALHE
           PERFORM GRAVA-LOG
           ADD 1 TO PROX-CONSUMO.

      *ESTORNO SO ENQUANTO A CONTA ESTA ABERTA (HOSPEDE NO HOTEL):
      *DEPOIS DO CHECK-OUT O VALOR JA FOI COBRADO E A CORRECAO E
      *FEITA NO CAIXA
       ESTORNA-CONSUMO.
           PERFORM LOCALIZA-HOSPEDADO-CONSUMO
           IF POS-HIST > 0
               MOVE HIST-NUMERO(POS-HIST) TO CONSUMO-ALVO
               PERFORM MOSTRA-CONSUMOS-RESERVA
               IF CONSUMOS-ACHADOS > 0
                   DISPLAY "NUMERO DO LANCAMENTO A ESTORNAR (0 PARA "
                       "VOLTAR)"
                   MOVE 0 TO CONSUMO-BUSCA
                   ACCEPT CONSUMO-BUSCA
                   IF CONSUMO-BUSCA > 0
                       PERFORM LOCALIZA-CONSUMO
                       IF CONSUMO-ACHADO = 0
                           DISPLAY "LANCAMENTO NAO ENCONTRADO NESTA "
                               "RESERVA"
                       ELSE
                       IF CSM-SITUACAO(CONSUMO-ACHADO) NOT = "A"
                           DISPLAY "LANCAMENTO JA ESTORNADO"
                       ELSE
                           PERFORM EFETIVA-ESTORNO-CONSUMO
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EFETIVA-ESTORNO-CONSUMO.
           MOVE SPACES TO I-CONSUMO-MOTIVO
           PERFORM UNTIL I-CONSUMO-MOTIVO NOT = SPACES
               DISPLAY "MOTIVO DO ESTORNO"
               ACCEPT I-CONSUMO-MOTIVO
               MOVE FUNCTION UPPER-CASE(I-CONSUMO-MOTIVO)
                   TO I-CONSUMO-MOTIVO
           END-PERFORM
           DISPLAY "ESTORNAR " CSM-DESCRICAO(CONSUMO-ACHADO) " R$ "
               CSM-VALOR(CONSUMO-ACHADO) "? (S/N)"
           ACCEPT CONFIRMA
           MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA
           IF CONFIRMA = "S"
               ACCEPT DATA-HOJE FROM DATE YYYYMMDD
               MOVE "E" TO CSM-SITUACAO(CONSUMO-ACHADO)
               MOVE I-CONSUMO-MOTIVO TO CSM-MOTIVO(CONSUMO-ACHADO)
               MOVE DATA-HOJE TO CSM-DATA-ESTORNO(CONSUMO-ACHADO)
               MOVE OPERADOR-COD TO CSM-OPER-ESTORNO(CONSUMO-ACHADO)
               PERFORM GRAVA-CONSUMOS-ARQUIVO
               DISPLAY "LANCAMENTO " CONSUMO-BUSCA " ESTORNADO"
               MOVE "ESTORNA CONSUMO" TO LOG-ACAO
               MOVE HIST-NUMERO(POS-HIST) TO LOG-REF
               MOVE SPACES TO LOG-DETALHE
               STRING "LANC " CONSUMO-BUSCA " " I-CONSUMO-MOTIVO
                   DELIMITED BY SIZE INTO LOG-DETALHE
               PERFORM GRAVA-LOG
           ELSE
               DISPLAY "ESTORNO NAO FEITO"
           END-IF.

       LOCALIZA-CONSUMO.
           MOVE 0 TO CONSUMO-ACHADO
           MOVE 1 TO CSM-IDX
           PERFORM UNTIL CSM-IDX > QTD-CONSUMOS OR CONSUMO-ACHADO > 0
               IF CSM-NUMERO(CSM-IDX) = CONSUMO-BUSCA
                       AND CSM-RESERVA(CSM-IDX) = CONSUMO-ALVO
                   MOVE CSM-IDX TO CONSUMO-ACHADO
               END-IF
               ADD 1 TO CSM-IDX
           END-PERFORM.

      *CONSULTA VALE PARA QUALQUER RESERVA, INCLUSIVE AS JA
      *ENCERRADAS, PARA O CAIXA EXPLICAR UMA CONTA FECHADA
       CONSULTA-CONSUMOS-RESERVA.
           MOVE 0 TO RES-BUSCA
           DISPLAY "NUMERO DA RESERVA (0 PARA VOLTAR)"
           ACCEPT RES-BUSCA
           IF RES-BUSCA > 0
               MOVE RES-BUSCA TO CONSUMO-ALVO
               PERFORM MOSTRA-CONSUMOS-RESERVA
               IF CONSUMOS-ACHADOS = 0
                   DISPLAY "NENHUM CONSUMO LANCADO NA RESERVA "
                       RES-BUSCA
               END-IF
           END-IF.

       MOSTRA-CONSUMOS-RESERVA.
           MOVE 0 TO CONSUMOS-ACHADOS
           MOVE 1 TO CSM-IDX
           PERFORM UNTIL CSM-IDX > QTD-CONSUMOS
               IF CSM-RESERVA(CSM-IDX) = CONSUMO-ALVO
                   ADD 1 TO CONSUMOS-ACHADOS
                   IF CSM-SITUACAO(CSM-IDX) = "E"
                       DISPLAY CSM-NUMERO(CSM-IDX) " "
                           CSM-DATA(CSM-IDX) " " CSM-CODIGO(CSM-IDX)
                           " " CSM-DESCRICAO(CSM-IDX) " QTD "
                           CSM-QTD(CSM-IDX) " R$ " CSM-VALOR(CSM-IDX)
                           " ESTORNADO: " CSM-MOTIVO(CSM-IDX)
                   ELSE
                       DISPLAY CSM-NUMERO(CSM-IDX) " "
                           CSM-DATA(CSM-IDX) " " CSM-CODIGO(CSM-IDX)
                           " " CSM-DESCRICAO(CSM-IDX) " QTD "
                           CSM-QTD(CSM-IDX) " R$ " CSM-VALOR(CSM-IDX)
                   END-IF
               END-IF
               ADD 1 TO CSM-IDX
           END-PERFORM
           IF CONSUMOS-ACHADOS > 0
               PERFORM SOMA-CONSUMOS-RESERVA
               DISPLAY "TOTAL DE CONSUMOS EM ABERTO: R$ "
                   TOTAL-CONSUMOS
           END-IF.

      *SOMA SO OS LANCAMENTOS ATIVOS DA RESERVA EM CONSUMO-ALVO --
      *E O QUE ENTRA NA CONTA DO CHECK-OUT E NO FOLIO
       SOMA-CONSUMOS-RESERVA.
           MOVE 0 TO TOTAL-CONSUMOS
           MOVE 1 TO CSM-IDX
           PERFORM UNTIL CSM-IDX > QTD-CONSUMOS
               IF CSM-RESERVA(CSM-IDX) = CONSUMO-ALVO
                       AND CSM-SITUACAO(CSM-IDX) = "A"
                   ADD CSM-VALOR(CSM-IDX) TO TOTAL-CONSUMOS
               END-IF
               ADD 1 TO CSM-IDX
           END-PERFORM.

      *NO FOLIO OS CONSUMOS SAEM ITEM A ITEM, SEM OS ESTORNADOS
       GRAVA-CONSUMOS-FOLIO.
           MOVE HIST-NUMERO(POS-HIST) TO CONSUMO-ALVO
           PERFORM SOMA-CONSUMOS-RESERVA
           IF TOTAL-CONSUMOS > 0
               MOVE SPACES TO LINHA-FOLIO
               STRING "CONSUMOS NA CONTA:" INTO LINHA-FOLIO
               WRITE LINHA-FOLIO
               MOVE 1 TO CSM-IDX
               PERFORM UNTIL CSM-IDX > QTD-CONSUMOS
                   IF CSM-RESERVA(CSM-IDX) = CONSUMO-ALVO
                           AND CSM-SITUACAO(CSM-IDX) = "A"
                       MOVE CSM-VALOR(CSM-IDX) TO CONSUMO-VALOR-LINHA
                       MOVE SPACES TO LINHA-FOLIO
                       MOVE SPACES TO VALOR-TEXTO
                       STRING CONSUMO-VALOR-LINHA INTO VALOR-TEXTO
                       MOVE VALOR-TEXTO TO VALOR-FORMATADO
                       STRING "  " CSM-DATA(CSM-IDX) " "
                           CSM-CODIGO(CSM-IDX) " "
                           CSM-DESCRICAO(CSM-IDX) " QTD "
                           CSM-QTD(CSM-IDX) " R$ " VALOR-FORMATADO
                           INTO LINHA-FOLIO
                       WRITE LINHA-FOLIO
                   END-IF
                   ADD 1 TO CSM-IDX
               END-PERFORM
               MOVE SPACES TO LINHA-FOLIO
               MOVE SPACES TO VALOR-TEXTO
               STRING TOTAL-CONSUMOS INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               STRING "TOTAL DE CONSUMOS: R$ " VALOR-FORMATADO
                   INTO LINHA-FOLIO
               WRITE LINHA-FOLIO
           END-IF.

      *LISTAGEM DO DIA PARA CADA GERENTE DE PONTO CONFERIR AS PROPRIAS
      *VENDAS: ESTORNADOS APARECEM MARCADOS MAS NAO SOMAM, E CODIGO
      *DE UM PONTO QUE SAIU DA TABELA CAI NUMA SECAO A PARTE
       TOTAIS-DIA-CONSUMOS.
           PERFORM CAPTURA-DIA-CONSUMOS
           OPEN OUTPUT CONSUMODIA
           IF FS-CONSUMODIA NOT = "00"
               DISPLAY "ERRO AO ABRIR CONSUMOS-DIA.TXT: " FS-CONSUMODIA
           ELSE
               MOVE SPACES TO LINHA-CONSUMODIA
               STRING "CONSUMOS POR PONTO DE VENDA -- DIA " CONSUMO-DIA
                   INTO LINHA-CONSUMODIA
               PERFORM GRAVA-LINHA-CONSUMODIA
               MOVE 0 TO TOTAL-DIA-CONSUMOS
               MOVE 1 TO PT-IDX
               PERFORM UNTIL PT-IDX > QTD-PONTOS
                   MOVE PNT-CODIGO(PT-IDX) TO I-PONTO
                   MOVE PNT-NOME(PT-IDX) TO I-PONTO-NOME
                   PERFORM GRAVA-PONTO-CONSUMODIA
                   MOVE TOTAL-CONSUMOS TO PNT-TOTAL(PT-IDX)
                   ADD 1 TO PT-IDX
               END-PERFORM
               PERFORM GRAVA-SEM-PONTO-CONSUMODIA
               MOVE SPACES TO LINHA-CONSUMODIA
               MOVE SPACES TO VALOR-TEXTO
               STRING TOTAL-DIA-CONSUMOS INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               STRING "TOTAL DO DIA: R$ " VALOR-FORMATADO
                   INTO LINHA-CONSUMODIA
               PERFORM GRAVA-LINHA-CONSUMODIA
               CLOSE CONSUMODIA
               DISPLAY "LISTAGEM GRAVADA EM CONSUMOS-DIA.TXT"
           END-IF.

       CAPTURA-DIA-CONSUMOS.
           PERFORM UNTIL VALIDO = "S"
               DISPLAY "DIA DA LISTAGEM (AAAAMMDD), <ENTER> PARA HOJE"
               MOVE SPACES TO I-DATA-ENTRADA-TXT
               ACCEPT I-DATA-ENTRADA-TXT
               IF I-DATA-ENTRADA-TXT = SPACES
                   ACCEPT DATA-HOJE FROM DATE YYYYMMDD
                   MOVE DATA-HOJE TO CONSUMO-DIA
                   MOVE "S" TO VALIDO
               ELSE
                   IF I-DATA-ENTRADA-TXT IS NUMERIC
                       PERFORM VALIDA-DATA-ENTRADA
                       IF VALIDO = "S"
                           MOVE I-DATA-ENTRADA-TXT TO CONSUMO-DIA
                       END-IF
                   ELSE
                       DISPLAY "DATA INVALIDA -- DIGITE 8 NUMEROS "
                           "(AAAAMMDD)"
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO VALIDO.

      *UMA SECAO POR PONTO EM I-PONTO, DEVOLVENDO O TOTAL ATIVO EM
      *TOTAL-CONSUMOS
       GRAVA-PONTO-CONSUMODIA.
           MOVE SPACES TO LINHA-CONSUMODIA
           STRING "PONTO " I-PONTO " - " I-PONTO-NOME
               INTO LINHA-CONSUMODIA
           PERFORM GRAVA-LINHA-CONSUMODIA
           MOVE 0 TO TOTAL-CONSUMOS
           MOVE 1 TO CSM-IDX
           PERFORM UNTIL CSM-IDX > QTD-CONSUMOS
               IF CSM-DATA(CSM-IDX) = CONSUMO-DIA
                       AND CSM-PONTO(CSM-IDX) = I-PONTO
                   PERFORM GRAVA-ITEM-CONSUMODIA
               END-IF
               ADD 1 TO CSM-IDX
           END-PERFORM
           MOVE SPACES TO LINHA-CONSUMODIA
           MOVE SPACES TO VALOR-TEXTO
           STRING TOTAL-CONSUMOS INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           STRING "  TOTAL DO PONTO " I-PONTO ": R$ " VALOR-FORMATADO
               INTO LINHA-CONSUMODIA
           PERFORM GRAVA-LINHA-CONSUMODIA.

       GRAVA-SEM-PONTO-CONSUMODIA.
           MOVE 0 TO CONSUMOS-ACHADOS
           MOVE 1 TO CSM-IDX
           PERFORM UNTIL CSM-IDX > QTD-CONSUMOS
               IF CSM-DATA(CSM-IDX) = CONSUMO-DIA
                   MOVE CSM-PONTO(CSM-IDX) TO I-PONTO
                   PERFORM LOCALIZA-PONTO
                   IF PONTO-POS = 0
                       ADD 1 TO CONSUMOS-ACHADOS
                   END-IF
               END-IF
               ADD 1 TO CSM-IDX
           END-PERFORM
           IF CONSUMOS-ACHADOS > 0
               MOVE SPACES TO LINHA-CONSUMODIA
               STRING "PONTO FORA DA TABELA DE CODIGOS"
                   INTO LINHA-CONSUMODIA
               PERFORM GRAVA-LINHA-CONSUMODIA
               MOVE 0 TO TOTAL-CONSUMOS
               MOVE 1 TO CSM-IDX
               PERFORM UNTIL CSM-IDX > QTD-CONSUMOS
                   IF CSM-DATA(CSM-IDX) = CONSUMO-DIA
                       MOVE CSM-PONTO(CSM-IDX) TO I-PONTO
                       PERFORM LOCALIZA-PONTO
                       IF PONTO-POS = 0
                           PERFORM GRAVA-ITEM-CONSUMODIA
                       END-IF
                   END-IF
                   ADD 1 TO CSM-IDX
               END-PERFORM
               MOVE SPACES TO LINHA-CONSUMODIA
               MOVE SPACES TO VALOR-TEXTO
               STRING TOTAL-CONSUMOS INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               STRING "  TOTAL FORA DA TABELA: R$ " VALOR-FORMATADO
                   INTO LINHA-CONSUMODIA
               PERFORM GRAVA-LINHA-CONSUMODIA
           END-IF.

       GRAVA-ITEM-CONSUMODIA.
           MOVE CSM-VALOR(CSM-IDX) TO CONSUMO-VALOR-LINHA
           MOVE SPACES TO LINHA-CONSUMODIA
           MOVE SPACES TO VALOR-TEXTO
           STRING CONSUMO-VALOR-LINHA INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           IF CSM-SITUACAO(CSM-IDX) = "E"
               STRING "  " CSM-NUMERO(CSM-IDX) " RES "
                   CSM-RESERVA(CSM-IDX) " " CSM-CODIGO(CSM-IDX) " "
                   CSM-DESCRICAO(CSM-IDX) " " CSM-QTD(CSM-IDX)
                   " R$ " VALOR-FORMATADO " ESTORNADO"
                   INTO LINHA-CONSUMODIA
           ELSE
               STRING "  " CSM-NUMERO(CSM-IDX) " RES "
                   CSM-RESERVA(CSM-IDX) " " CSM-CODIGO(CSM-IDX) " "
                   CSM-DESCRICAO(CSM-IDX) " " CSM-QTD(CSM-IDX)
                   " R$ " VALOR-FORMATADO INTO LINHA-CONSUMODIA
               ADD CSM-VALOR(CSM-IDX) TO TOTAL-CONSUMOS
               ADD CSM-VALOR(CSM-IDX) TO TOTAL-DIA-CONSUMOS
           END-IF
           PERFORM GRAVA-LINHA-CONSUMODIA.

       GRAVA-LINHA-CONSUMODIA.
           DISPLAY LINHA-CONSUMODIA
           WRITE LINHA-CONSUMODIA.

       LISTA-SERVICOS.
           MOVE 1 TO PT-IDX
           PERFORM UNTIL PT-IDX > QTD-PONTOS
               DISPLAY PNT-CODIGO(PT-IDX) " - " PNT-NOME(PT-IDX)
               MOVE 1 TO SV-IDX
               PERFORM UNTIL SV-IDX > QTD-SERVICOS
                   IF SRV-PONTO(SV-IDX) = PNT-CODIGO(PT-IDX)
                       DISPLAY "    " SRV-CODIGO(SV-IDX) " "
                           SRV-NOME(SV-IDX) " R$ " SRV-PRECO(SV-IDX)
                   END-IF
                   ADD 1 TO SV-IDX
               END-PERFORM
               ADD 1 TO PT-IDX
           END-PERFORM.

      *CODIGO NOVO OU JA EXISTENTE: O PONTO DE VENDA PODE SER UM DOS
      *CADASTRADOS OU UMA LETRA NOVA, QUE ABRE O PONTO NA HORA
       MANTEM-SERVICO.
           PERFORM LISTA-SERVICOS
           DISPLAY "CODIGO (3 LETRAS, <ENTER> PARA VOLTAR)"
           MOVE SPACES TO I-CONSUMO-COD
           ACCEPT I-CONSUMO-COD
           MOVE FUNCTION UPPER-CASE(I-CONSUMO-COD) TO I-CONSUMO-COD
           IF I-CONSUMO-COD NOT = SPACES
               PERFORM LOCALIZA-SERVICO
               IF SERVICO-ACHADO = 0
                       AND QTD-SERVICOS >= MAX-SERVICOS-TABELA
                   DISPLAY "TABELA DE CODIGOS LOTADA"
               ELSE
                   PERFORM CAPTURA-PONTO-SERVICO
                   IF PONTO-POS > 0
                       PERFORM GRAVA-DADOS-SERVICO
                   END-IF
               END-IF
           END-IF.

       CAPTURA-PONTO-SERVICO.
           DISPLAY "PONTO DE VENDA (LETRA)"
           MOVE SPACE TO I-PONTO
           ACCEPT I-PONTO
           MOVE FUNCTION UPPER-CASE(I-PONTO) TO I-PONTO
           PERFORM LOCALIZA-PONTO
           IF PONTO-POS = 0 AND I-PONTO NOT = SPACE
               IF QTD-PONTOS >= MAX-PONTOS-TABELA
                   DISPLAY "TABELA DE PONTOS DE VENDA LOTADA"
               ELSE
                   DISPLAY "PONTO NOVO -- NOME DO PONTO DE VENDA"
                   MOVE SPACES TO I-PONTO-NOME
                   ACCEPT I-PONTO-NOME
                   MOVE FUNCTION UPPER-CASE(I-PONTO-NOME)
                       TO I-PONTO-NOME
                   ADD 1 TO QTD-PONTOS
                   MOVE I-PONTO TO PNT-CODIGO(QTD-PONTOS)
                   MOVE I-PONTO-NOME TO PNT-NOME(QTD-PONTOS)
                   MOVE 0 TO PNT-TOTAL(QTD-PONTOS)
                   MOVE QTD-PONTOS TO PONTO-POS
               END-IF
           END-IF.

       GRAVA-DADOS-SERVICO.
           IF SERVICO-ACHADO = 0
               ADD 1 TO QTD-SERVICOS
               MOVE QTD-SERVICOS TO SERVICO-ACHADO
               MOVE I-CONSUMO-COD TO SRV-CODIGO(SERVICO-ACHADO)
               MOVE SPACES TO SRV-NOME(SERVICO-ACHADO)
               MOVE 0 TO SRV-PRECO(SERVICO-ACHADO)
           END-IF
           MOVE I-PONTO TO SRV-PONTO(SERVICO-ACHADO)
           DISPLAY "DESCRICAO (<ENTER> MANTEM " SRV-NOME(SERVICO-ACHADO)
               ")"
           MOVE SPACES TO I-SERVICO-NOME
           ACCEPT I-SERVICO-NOME
           IF I-SERVICO-NOME NOT = SPACES
               MOVE FUNCTION UPPER-CASE(I-SERVICO-NOME)
                   TO SRV-NOME(SERVICO-ACHADO)
           END-IF
           DISPLAY "PRECO UNITARIO (INTEIRO EM REAIS, 0 = DIGITADO NO "
               "LANCAMENTO)"
           MOVE 0 TO I-CONSUMO-UNIT-REAIS
           ACCEPT I-CONSUMO-UNIT-REAIS
           MOVE I-CONSUMO-UNIT-REAIS TO SRV-PRECO(SERVICO-ACHADO)
           PERFORM GRAVA-SERVICOS-ARQUIVO
           DISPLAY "CODIGO " SRV-CODIGO(SERVICO-ACHADO) " GRAVADO"
           MOVE "CODIGO CONSUMO" TO LOG-ACAO
           MOVE 0 TO LOG-REF
           MOVE SPACES TO LOG-DETALHE
           STRING SRV-CODIGO(SERVICO-ACHADO) " "
               SRV-NOME(SERVICO-ACHADO) INTO LOG-DETALHE
           PERFORM GRAVA-LOG.

       LOCALIZA-PONTO.
           MOVE 0 TO PONTO-POS
           MOVE 1 TO PT-IDX
           PERFORM UNTIL PT-IDX > QTD-PONTOS OR PONTO-POS > 0
               IF PNT-CODIGO(PT-IDX) = I-PONTO
                   MOVE PT-IDX TO PONTO-POS
               END-IF
               ADD 1 TO PT-IDX
           END-PERFORM.

       LOCALIZA-SERVICO.
           MOVE 0 TO SERVICO-ACHADO
           MOVE 1 TO SV-IDX
           PERFORM UNTIL SV-IDX > QTD-SERVICOS OR SERVICO-ACHADO > 0
               IF SRV-CODIGO(SV-IDX) = I-CONSUMO-COD
                   MOVE SV-IDX TO SERVICO-ACHADO
               END-IF
               ADD 1 TO SV-IDX
           END-PERFORM.

      *SEM SERVICOS.DAT O PROGRAMA SOBE COM OS QUATRO PONTOS DA CASA
      *E UM CODIGO DE PRECO ABERTO EM CADA UM
       CARREGA-SERVICOS.
           MOVE 0 TO QTD-PONTOS
           MOVE 0 TO QTD-SERVICOS
           OPEN INPUT SERVICOS
           IF FS-SERVICOS = "00"
               PERFORM UNTIL FS-SERVICOS = "10"
                   READ SERVICOS
                       AT END MOVE "10" TO FS-SERVICOS
                       NOT AT END PERFORM ARMAZENA-SERVICO
                   END-READ
               END-PERFORM
               CLOSE SERVICOS
           ELSE
               PERFORM CARREGA-SERVICOS-PADRAO
           END-IF.

       ARMAZENA-SERVICO.
           IF SV-MARCA = "P"
               IF QTD-PONTOS >= MAX-PONTOS-TABELA
                   DISPLAY "SERVICOS.DAT TEM MAIS PONTOS DE VENDA DO "
                       "QUE O PROGRAMA SUPORTA -- PONTO " PV-PONTO
                       " IGNORADO"
               ELSE
                   ADD 1 TO QTD-PONTOS
                   MOVE PV-PONTO TO PNT-CODIGO(QTD-PONTOS)
                   MOVE PV-NOME TO PNT-NOME(QTD-PONTOS)
                   MOVE 0 TO PNT-TOTAL(QTD-PONTOS)
               END-IF
           ELSE
           IF SV-MARCA = "C"
               IF QTD-SERVICOS >= MAX-SERVICOS-TABELA
                   DISPLAY "SERVICOS.DAT TEM MAIS CODIGOS DO QUE O "
                       "PROGRAMA SUPORTA -- LISTA TRUNCADA EM "
                       MAX-SERVICOS-TABELA
                   MOVE "10" TO FS-SERVICOS
               ELSE
                   ADD 1 TO QTD-SERVICOS
                   MOVE SV-CODIGO TO SRV-CODIGO(QTD-SERVICOS)
                   MOVE SV-PONTO TO SRV-PONTO(QTD-SERVICOS)
                   MOVE SV-NOME TO SRV-NOME(QTD-SERVICOS)
                   IF SV-PRECO IS NUMERIC
                       MOVE SV-PRECO TO SRV-PRECO(QTD-SERVICOS)
                   ELSE
                       MOVE 0 TO SRV-PRECO(QTD-SERVICOS)
                   END-IF
               END-IF
           END-IF
           END-IF.

       CARREGA-SERVICOS-PADRAO.
           MOVE 4 TO QTD-PONTOS
           MOVE "R"            TO PNT-CODIGO(1)
           MOVE "RESTAURANTE"  TO PNT-NOME(1)
           MOVE "B"            TO PNT-CODIGO(2)
           MOVE "BAR"          TO PNT-NOME(2)
           MOVE "F"            TO PNT-CODIGO(3)
           MOVE "FRIGOBAR"     TO PNT-NOME(3)
           MOVE "L"            TO PNT-CODIGO(4)
           MOVE "LAVANDERIA"   TO PNT-NOME(4)
           MOVE 4 TO QTD-SERVICOS
           MOVE "RES"          TO SRV-CODIGO(1)
           MOVE "R"            TO SRV-PONTO(1)
           MOVE "RESTAURANTE"  TO SRV-NOME(1)
           MOVE "BAR"          TO SRV-CODIGO(2)
           MOVE "B"            TO SRV-PONTO(2)
           MOVE "BAR"          TO SRV-NOME(2)
           MOVE "FRI"          TO SRV-CODIGO(3)
           MOVE "F"            TO SRV-PONTO(3)
           MOVE "FRIGOBAR"     TO SRV-NOME(3)
           MOVE "LAV"          TO SRV-CODIGO(4)
           MOVE "L"            TO SRV-PONTO(4)
           MOVE "LAVANDERIA"   TO SRV-NOME(4)
           MOVE 1 TO SV-IDX
           PERFORM UNTIL SV-IDX > QTD-SERVICOS
               MOVE 0 TO SRV-PRECO(SV-IDX)
               MOVE 0 TO PNT-TOTAL(SV-IDX)
               ADD 1 TO SV-IDX
           END-PERFORM.

       GRAVA-SERVICOS-ARQUIVO.
           OPEN OUTPUT SERVICOS
           MOVE 1 TO PT-IDX
           PERFORM UNTIL PT-IDX > QTD-PONTOS
               MOVE SPACES TO LINHA-PONTO-VENDA
               MOVE "P" TO PV-MARCA
               MOVE PNT-CODIGO(PT-IDX) TO PV-PONTO
               MOVE PNT-NOME(PT-IDX) TO PV-NOME
               WRITE LINHA-PONTO-VENDA
               ADD 1 TO PT-IDX
           END-PERFORM
           MOVE 1 TO SV-IDX
           PERFORM UNTIL SV-IDX > QTD-SERVICOS
               MOVE "C" TO SV-MARCA
               MOVE SRV-CODIGO(SV-IDX) TO SV-CODIGO
               MOVE SRV-PONTO(SV-IDX) TO SV-PONTO
               MOVE SRV-NOME(SV-IDX) TO SV-NOME
               MOVE SRV-PRECO(SV-IDX) TO SV-PRECO
               WRITE LINHA-SERVICO
               ADD 1 TO SV-IDX
           END-PERFORM
           CLOSE SERVICOS.

      *O PROXIMO NUMERO DE LANCAMENTO SAI DO MAIOR JA GRAVADO
       CARREGA-CONSUMOS.
           MOVE 0 TO QTD-CONSUMOS
           MOVE 1 TO PROX-CONSUMO
           OPEN INPUT CONSUMOS
           IF FS-CONSUMOS = "00"
               PERFORM UNTIL FS-CONSUMOS = "10"
                   READ CONSUMOS
                       AT END MOVE "10" TO FS-CONSUMOS
                       NOT AT END PERFORM ARMAZENA-CONSUMO
                   END-READ
               END-PERFORM
               CLOSE CONSUMOS
           END-IF.

       ARMAZENA-CONSUMO.
           IF QTD-CONSUMOS >= MAX-CONSUMOS-TABELA
               DISPLAY "CONSUMOS.DAT TEM MAIS REGISTROS DO QUE O "
                   "PROGRAMA SUPORTA -- LANCAMENTOS TRUNCADOS EM "
                   MAX-CONSUMOS-TABELA
               MOVE "10" TO FS-CONSUMOS
           ELSE
               ADD 1 TO QTD-CONSUMOS
               MOVE CS-NUMERO TO CSM-NUMERO(QTD-CONSUMOS)
               MOVE CS-RESERVA TO CSM-RESERVA(QTD-CONSUMOS)
               MOVE CS-DATA TO CSM-DATA(QTD-CONSUMOS)
               MOVE CS-CODIGO TO CSM-CODIGO(QTD-CONSUMOS)
               MOVE CS-PONTO TO CSM-PONTO(QTD-CONSUMOS)
               MOVE CS-DESCRICAO TO CSM-DESCRICAO(QTD-CONSUMOS)
               MOVE CS-QTD TO CSM-QTD(QTD-CONSUMOS)
               MOVE CS-VALOR TO CSM-VALOR(QTD-CONSUMOS)
               MOVE CS-FORMA TO CSM-FORMA(QTD-CONSUMOS)
               MOVE CS-OPERADOR TO CSM-OPERADOR(QTD-CONSUMOS)
               MOVE CS-SITUACAO TO CSM-SITUACAO(QTD-CONSUMOS)
               MOVE CS-MOTIVO TO CSM-MOTIVO(QTD-CONSUMOS)
               MOVE CS-DATA-ESTORNO TO CSM-DATA-ESTORNO(QTD-CONSUMOS)
               MOVE CS-OPER-ESTORNO TO CSM-OPER-ESTORNO(QTD-CONSUMOS)
               IF CS-NUMERO >= PROX-CONSUMO
                   COMPUTE PROX-CONSUMO = CS-NUMERO + 1
               END-IF
           END-IF.

      *LANCAMENTO NOVO VAI NO FIM DO ARQUIVO; SO O ESTORNO, QUE
      *ALTERA UMA LINHA JA GRAVADA, REGRAVA O CONSUMOS.DAT INTEIRO
       GRAVA-NOVO-CONSUMO.
           PERFORM MOVE-TABELA-PARA-CONSUMO
           OPEN EXTEND CONSUMOS
           IF FS-CONSUMOS NOT = "00"
               OPEN OUTPUT CONSUMOS
           END-IF
           WRITE LINHA-CONSUMO
           CLOSE CONSUMOS.

       GRAVA-CONSUMOS-ARQUIVO.
           OPEN OUTPUT CONSUMOS
           MOVE 1 TO CSM-IDX
           PERFORM UNTIL CSM-IDX > QTD-CONSUMOS
               PERFORM MOVE-TABELA-PARA-CONSUMO
               WRITE LINHA-CONSUMO
               ADD 1 TO CSM-IDX
           END-PERFORM
           CLOSE CONSUMOS.

       MOVE-TABELA-PARA-CONSUMO.
           MOVE CSM-NUMERO(CSM-IDX) TO CS-NUMERO
           MOVE CSM-RESERVA(CSM-IDX) TO CS-RESERVA
           MOVE CSM-DATA(CSM-IDX) TO CS-DATA
           MOVE CSM-CODIGO(CSM-IDX) TO CS-CODIGO
           MOVE CSM-PONTO(CSM-IDX) TO CS-PONTO
           MOVE CSM-DESCRICAO(CSM-IDX) TO CS-DESCRICAO
           MOVE CSM-QTD(CSM-IDX) TO CS-QTD
           MOVE CSM-VALOR(CSM-IDX) TO CS-VALOR
           MOVE CSM-FORMA(CSM-IDX) TO CS-FORMA
           MOVE CSM-OPERADOR(CSM-IDX) TO CS-OPERADOR
           MOVE CSM-SITUACAO(CSM-IDX) TO CS-SITUACAO
           MOVE CSM-MOTIVO(CSM-IDX) TO CS-MOTIVO
           MOVE CSM-DATA-ESTORNO(CSM-IDX) TO CS-DATA-ESTORNO
           MOVE CSM-OPER-ESTORNO(CSM-IDX) TO CS-OPER-ESTORNO.

       CARREGA-QUARTOS.
           MOVE 0 TO QTD-QUARTOS
           OPEN INPUT QUARTOS
           IF FS-QUARTOS = "00"
               PERFORM UNTIL FS-QUARTOS = "10"
                   READ QUARTOS
                       AT END MOVE "10" TO FS-QUARTOS
                       NOT AT END PERFORM ARMAZENA-QUARTO
                   END-READ
               END-PERFORM
               CLOSE QUARTOS
           END-IF.

       ARMAZENA-QUARTO.
           IF QTD-QUARTOS >= MAX-QUARTOS-TABELA
               DISPLAY "QUARTOS.DAT TEM MAIS REGISTROS DO QUE O "
                   "PROGRAMA SUPORTA -- LISTA TRUNCADA EM "
                   MAX-QUARTOS-TABELA
               MOVE "10" TO FS-QUARTOS
           ELSE
               ADD 1 TO QTD-QUARTOS
               MOVE QT-TIPO TO QRT-TIPO(QTD-QUARTOS)
               MOVE QT-NUMERO TO QRT-NUMERO(QTD-QUARTOS)
               MOVE QT-STATUS TO QRT-STATUS(QTD-QUARTOS)
               MOVE QT-OBS TO QRT-OBS(QTD-QUARTOS)
           END-IF.

       GRAVA-QUARTOS-ARQUIVO.
           PERFORM VERIFICA-BACKUP-DIA
           OPEN OUTPUT QUARTOS
           MOVE 1 TO Q-IDX
           PERFORM UNTIL Q-IDX > QTD-QUARTOS
               MOVE QRT-TIPO(Q-IDX) TO QT-TIPO
               MOVE QRT-NUMERO(Q-IDX) TO QT-NUMERO
               MOVE QRT-STATUS(Q-IDX) TO QT-STATUS
               MOVE QRT-OBS(Q-IDX) TO QT-OBS
               WRITE LINHA-QUARTO
               ADD 1 TO Q-IDX
           END-PERFORM
           CLOSE QUARTOS.

       MODO-QUARTOS.
           MOVE SPACE TO OPCAO-QRT
           PERFORM UNTIL OPCAO-QRT = "0"
               DISPLAY " "
               DISPLAY "--- QUARTOS E GOVERNANCA ---"
               DISPLAY "1 - MARCAR STATUS DE QUARTO"
               DISPLAY "2 - LISTAR QUARTOS MARCADOS"
               DISPLAY "3 - LISTA DE GOVERNANCA DO DIA"
               DISPLAY "4 - CAMAREIRAS E ESCALA"
               DISPLAY "5 - FOLHA DE TRABALHO DAS CAMAREIRAS"
               DISPLAY "6 - REGISTRAR SITUACAO FISICA DOS QUARTOS"
               DISPLAY "7 - RELATORIO DE DISCREPANCIAS"
               DISPLAY "0 - VOLTAR"
               ACCEPT OPCAO-QRT
               EVALUATE OPCAO-QRT
                   WHEN "1"
                       PERFORM MARCA-QUARTO
                   WHEN "2"
                       PERFORM LISTA-QUARTOS
                   WHEN "3"
                       PERFORM LISTA-GOVERNANCA
                   WHEN "4"
                       PERFORM MODO-CAMAREIRAS
                   WHEN "5"
                       PERFORM FOLHA-GOVERNANCA
                   WHEN "6"
                       PERFORM REGISTRA-SITUACAO-FISICA
                   WHEN "7"
                       PERFORM RELATORIO-DISCREPANCIAS
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

      *QUARTO JA MARCADO E ATUALIZADO NO LUGAR; QUARTO NOVO GANHA UMA
      *LINHA -- O ARQUIVO SO GUARDA QUARTOS QUE JA FORAM MARCADOS
       MARCA-QUARTO.
           PERFORM UNTIL VALIDO = "S"
               PERFORM MOSTRA-TARIFAS-DISPONIVEIS
               ACCEPT M-TIPO
               MOVE FUNCTION UPPER-CASE(M-TIPO) TO M-TIPO
               SET TAR-IDX TO 1
               SEARCH TARIFA-REG
                   AT END
                       MOVE "N" TO VALIDO
                   WHEN TAR-TIPO(TAR-IDX) = M-TIPO
                       MOVE "S" TO VALIDO
                       MOVE TAR-CAPACIDADE(TAR-IDX) TO CAPACIDADE-TIPO
               END-SEARCH
           END-PERFORM
           MOVE "N" TO VALIDO
           PERFORM UNTIL VALIDO = "S"
               DISPLAY "NUMERO DO QUARTO (1 A " CAPACIDADE-TIPO ")"
               MOVE 0 TO M-NUMERO
               ACCEPT M-NUMERO
               IF M-NUMERO >= 1 AND M-NUMERO <= CAPACIDADE-TIPO
                   MOVE "S" TO VALIDO
               ELSE
                   DISPLAY "NUMERO FORA DA CAPACIDADE DA CATEGORIA"
               END-IF
           END-PERFORM
           MOVE "N" TO VALIDO
           PERFORM UNTIL VALIDO = "S"
               DISPLAY "STATUS: (D)ISPONIVEL (F)ORA DE ORDEM "
                   "(L)IMPEZA"
               ACCEPT M-STATUS
               MOVE FUNCTION UPPER-CASE(M-STATUS) TO M-STATUS
               IF M-STATUS = "D" OR M-STATUS = "F" OR M-STATUS = "L"
                   MOVE "S" TO VALIDO
               END-IF
           END-PERFORM
           MOVE "N" TO VALIDO
           DISPLAY "OBSERVACAO (ATE 30 LETRAS)"
           MOVE SPACES TO M-OBS
           ACCEPT M-OBS
           MOVE 0 TO QUARTO-ACHADO
           MOVE 1 TO Q-IDX
           PERFORM UNTIL Q-IDX > QTD-QUARTOS OR QUARTO-ACHADO > 0
               IF QRT-TIPO(Q-IDX) = M-TIPO
                       AND QRT-NUMERO(Q-IDX) = M-NUMERO
                   MOVE Q-IDX TO QUARTO-ACHADO
               END-IF
               ADD 1 TO Q-IDX
           END-PERFORM
           IF QUARTO-ACHADO = 0
               IF QTD-QUARTOS >= MAX-QUARTOS-TABELA
                   DISPLAY "LISTA DE QUARTOS LOTADA"
               ELSE
                   ADD 1 TO QTD-QUARTOS
                   MOVE QTD-QUARTOS TO QUARTO-ACHADO
               END-IF
           END-IF
           IF QUARTO-ACHADO > 0
               MOVE M-TIPO TO QRT-TIPO(QUARTO-ACHADO)
               MOVE M-NUMERO TO QRT-NUMERO(QUARTO-ACHADO)
               MOVE M-STATUS TO QRT-STATUS(QUARTO-ACHADO)
               MOVE M-OBS TO QRT-OBS(QUARTO-ACHADO)
               PERFORM GRAVA-QUARTOS-ARQUIVO
               DISPLAY "QUARTO " M-TIPO "-" M-NUMERO " MARCADO"
               MOVE "MARCA QUARTO" TO LOG-ACAO
               MOVE M-NUMERO TO LOG-REF
               PERFORM GRAVA-LOG
           END-IF.

       LISTA-QUARTOS.
           IF QTD-QUARTOS = 0
               DISPLAY "NENHUM QUARTO MARCADO -- TODOS DISPONIVEIS"
           ELSE
               MOVE 1 TO Q-IDX
               PERFORM UNTIL Q-IDX > QTD-QUARTOS
                   EVALUATE QRT-STATUS(Q-IDX)
                       WHEN "F"
                           MOVE "FORA DE ORDEM" TO STATUS-NOME
                       WHEN "L"
                           MOVE "LIMPEZA" TO STATUS-NOME
                       WHEN OTHER
                           MOVE "DISPONIVEL" TO STATUS-NOME
                   END-EVALUATE
                   DISPLAY QRT-TIPO(Q-IDX) "-" QRT-NUMERO(Q-IDX)
                       " " STATUS-NOME " " QRT-OBS(Q-IDX)
                   ADD 1 TO Q-IDX
               END-PERFORM
           END-IF.

      *LISTA DE GOVERNANCA: CHEGADAS E SAIDAS DO DIA POR QUARTO, A
      *PARTIR DO HISTORICO -- VAI PARA GOVERNANCA.TXT PARA IMPRIMIR
       LISTA-GOVERNANCA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           MOVE DATA-HOJE TO GOV-DATA
           OPEN OUTPUT GOVERNANCA
           MOVE SPACES TO LINHA-GOVERNANCA
           STRING "GOVERNANCA -- MOVIMENTOS DE " GOV-DATA
               INTO LINHA-GOVERNANCA
           PERFORM GRAVA-LINHA-GOVERNANCA
           MOVE 0 TO MOVIMENTOS-DIA
           MOVE 1 TO H-IDX
           PERFORM UNTIL H-IDX > QTD-HISTORICO
               IF HIST-STATUS(H-IDX) NOT = "N"
                       AND HIST-STATUS(H-IDX) NOT = "C"
                   IF HIST-DATA-ENTRADA(H-IDX) = GOV-DATA
                       ADD 1 TO MOVIMENTOS-DIA
                       MOVE SPACES TO LINHA-GOVERNANCA
                       STRING "CHEGADA QUARTO " HIST-TIPO(H-IDX) "-"
                           HIST-QUARTO(H-IDX) " " HIST-NOME(H-IDX)
                           INTO LINHA-GOVERNANCA
                       PERFORM GRAVA-LINHA-GOVERNANCA
                   END-IF
                   IF HIST-DATA-SAIDA(H-IDX) = GOV-DATA
                       ADD 1 TO MOVIMENTOS-DIA
                       MOVE SPACES TO LINHA-GOVERNANCA
                       STRING "SAIDA   QUARTO " HIST-TIPO(H-IDX) "-"
                           HIST-QUARTO(H-IDX) " " HIST-NOME(H-IDX)
                           INTO LINHA-GOVERNANCA
                       PERFORM GRAVA-LINHA-GOVERNANCA
                   END-IF
               END-IF
               ADD 1 TO H-IDX
           END-PERFORM
           IF MOVIMENTOS-DIA = 0
               MOVE SPACES TO LINHA-GOVERNANCA
               STRING "SEM CHEGADAS OU SAIDAS HOJE"
                   INTO LINHA-GOVERNANCA
               PERFORM GRAVA-LINHA-GOVERNANCA
           END-IF
           CLOSE GOVERNANCA
           DISPLAY "LISTA GRAVADA EM GOVERNANCA.TXT".

       GRAVA-LINHA-GOVERNANCA.
           DISPLAY LINHA-GOVERNANCA
           WRITE LINHA-GOVERNANCA.

      *CADASTRO DAS CAMAREIRAS: QUEM ESTA NA ESCALA DO DIA RECEBE
      *QUARTOS NA FOLHA DE TRABALHO; QUEM ESTA DE FOLGA FICA DE FORA
       MODO-CAMAREIRAS.
           MOVE SPACE TO OPCAO-CMR
           PERFORM UNTIL OPCAO-CMR = "0"
               DISPLAY " "
               DISPLAY "--- CAMAREIRAS ---"
               DISPLAY "1 - INCLUIR"
               DISPLAY "2 - ENTRA/SAI DA ESCALA DO DIA"
               DISPLAY "3 - LISTAR"
               DISPLAY "0 - VOLTAR"
               ACCEPT OPCAO-CMR
               EVALUATE OPCAO-CMR
                   WHEN "1"
                       PERFORM INCLUI-CAMAREIRA
                   WHEN "2"
                       PERFORM ALTERA-ESCALA-CAMAREIRA
                   WHEN "3"
                       PERFORM LISTA-CAMAREIRAS
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

       INCLUI-CAMAREIRA.
           IF QTD-CAMAREIRAS >= MAX-CAMAREIRAS-TABELA
               DISPLAY "CADASTRO DE CAMAREIRAS LOTADO"
           ELSE
               DISPLAY "NOME DA CAMAREIRA"
               MOVE SPACES TO CE-NOME
               ACCEPT CE-NOME
               MOVE FUNCTION UPPER-CASE(CE-NOME) TO CE-NOME
               IF CE-NOME = SPACES
                   DISPLAY "NOME EM BRANCO -- NADA INCLUIDO"
               ELSE
                   ADD 1 TO QTD-CAMAREIRAS
                   MOVE PROX-CAMAREIRA TO CMR-CODIGO(QTD-CAMAREIRAS)
                   MOVE CE-NOME TO CMR-NOME(QTD-CAMAREIRAS)
                   MOVE "S" TO CMR-ESCALA(QTD-CAMAREIRAS)
                   DISPLAY "CAMAREIRA CADASTRADA COM O CODIGO "
                       PROX-CAMAREIRA " -- JA NA ESCALA"
                   ADD 1 TO PROX-CAMAREIRA
                   PERFORM GRAVA-CAMAREIRAS-ARQUIVO
               END-IF
           END-IF.

       ALTERA-ESCALA-CAMAREIRA.
           PERFORM LISTA-CAMAREIRAS
           IF QTD-CAMAREIRAS > 0
               DISPLAY "CODIGO DA CAMAREIRA"
               MOVE 0 TO CAMAREIRA-BUSCA
               ACCEPT CAMAREIRA-BUSCA
               PERFORM LOCALIZA-CAMAREIRA
               IF CMR-ACHADO = 0
                   DISPLAY "CAMAREIRA NAO ENCONTRADA"
               ELSE
                   IF CMR-ESCALA(CMR-ACHADO) = "S"
                       MOVE "N" TO CMR-ESCALA(CMR-ACHADO)
                       DISPLAY CMR-NOME(CMR-ACHADO) " FORA DA ESCALA"
                   ELSE
                       MOVE "S" TO CMR-ESCALA(CMR-ACHADO)
                       DISPLAY CMR-NOME(CMR-ACHADO) " NA ESCALA"
                   END-IF
                   PERFORM GRAVA-CAMAREIRAS-ARQUIVO
               END-IF
           END-IF.

       LISTA-CAMAREIRAS.
           IF QTD-CAMAREIRAS = 0
               DISPLAY "NENHUMA CAMAREIRA CADASTRADA"
           ELSE
               MOVE 1 TO CR-IDX
               PERFORM UNTIL CR-IDX > QTD-CAMAREIRAS
                   IF CMR-ESCALA(CR-IDX) = "S"
                       DISPLAY CMR-CODIGO(CR-IDX) " "
                           CMR-NOME(CR-IDX) " NA ESCALA"
                   ELSE
                       DISPLAY CMR-CODIGO(CR-IDX) " "
                           CMR-NOME(CR-IDX) " DE FOLGA"
                   END-IF
                   ADD 1 TO CR-IDX
               END-PERFORM
           END-IF.

       LOCALIZA-CAMAREIRA.
           MOVE 0 TO CMR-ACHADO
           MOVE 1 TO CR-IDX
           PERFORM UNTIL CR-IDX > QTD-CAMAREIRAS OR CMR-ACHADO > 0
               IF CMR-CODIGO(CR-IDX) = CAMAREIRA-BUSCA
                   MOVE CR-IDX TO CMR-ACHADO
               END-IF
               ADD 1 TO CR-IDX
           END-PERFORM.

      *FOLHA DE TRABALHO DO DIA: TODO QUARTO DE TODA CATEGORIA GANHA
      *UMA TAREFA -- LIMPEZA DE SAIDA, ARRUMACAO DE PERMANENCIA OU
      *VISTORIA DE VAGO (QUARTO FORA DE ORDEM FICA SEM TAREFA). O
      *QUE AINDA ESTA MARCADO EM LIMPEZA NO QUARTOS.DAT (TROCA DE
      *QUARTO, POR EXEMPLO) PESA COMO UMA SAIDA
       FOLHA-GOVERNANCA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           MOVE DATA-HOJE TO GOV-DATA
           MOVE 0 TO ESCALADAS
           MOVE 1 TO CR-IDX
           PERFORM UNTIL CR-IDX > QTD-CAMAREIRAS
               MOVE 0 TO CMR-CARGA(CR-IDX)
               MOVE 0 TO CMR-QUARTOS(CR-IDX)
               IF CMR-ESCALA(CR-IDX) = "S"
                   ADD 1 TO ESCALADAS
               END-IF
               ADD 1 TO CR-IDX
           END-PERFORM
           IF ESCALADAS = 0
               DISPLAY "NENHUMA CAMAREIRA NA ESCALA -- CADASTRE OU "
                   "ESCALE AS CAMAREIRAS ANTES DA FOLHA"
           ELSE
               PERFORM MONTA-FOLHA-GOVERNANCA
               MOVE PESO-SAIDA TO PESO-VEZ
               PERFORM UNTIL PESO-VEZ = 0
                   PERFORM DISTRIBUI-PESO-FOLHA
                   SUBTRACT 1 FROM PESO-VEZ
               END-PERFORM
               MOVE 1 TO CR-IDX
               PERFORM UNTIL CR-IDX > QTD-CAMAREIRAS
                   IF CMR-QUARTOS(CR-IDX) > 0
                       PERFORM GRAVA-FOLHA-CAMAREIRA
                   END-IF
                   ADD 1 TO CR-IDX
               END-PERFORM
               MOVE 1 TO FL-IDX
               PERFORM UNTIL FL-IDX > QTD-FOLHA
                   IF FOL-TAREFA(FL-IDX) = "F"
                       DISPLAY "FORA DE ORDEM, SEM TAREFA: "
                           FOL-TIPO(FL-IDX) "-" FOL-NUMERO(FL-IDX)
                   END-IF
                   ADD 1 TO FL-IDX
               END-PERFORM
               MOVE "FOLHA GOVERNANCA" TO LOG-ACAO
               MOVE 0 TO LOG-REF
               MOVE SPACES TO LOG-DETALHE
               STRING "CAMAREIRAS " ESCALADAS " QUARTOS " QTD-FOLHA
                   INTO LOG-DETALHE
               PERFORM GRAVA-LOG
           END-IF.

       MONTA-FOLHA-GOVERNANCA.
           MOVE 0 TO QTD-FOLHA
           MOVE 1 TO T-IDX
           PERFORM UNTIL T-IDX > QTD-TARIFAS
               MOVE 1 TO FQ-NUM
               PERFORM UNTIL FQ-NUM > TAR-CAPACIDADE(T-IDX)
                   IF QTD-FOLHA >= MAX-FOLHA-TABELA
                       DISPLAY "FOLHA LIMITADA A " MAX-FOLHA-TABELA
                           " QUARTOS -- CATEGORIA " TAR-TIPO(T-IDX)
                           " TRUNCADA"
                       MOVE TAR-CAPACIDADE(T-IDX) TO FQ-NUM
                   ELSE
                       PERFORM CLASSIFICA-QUARTO-FOLHA
                   END-IF
                   ADD 1 TO FQ-NUM
               END-PERFORM
               ADD 1 TO T-IDX
           END-PERFORM.

      *A SAIDA VALE PELA DATA (RESERVA AINDA "H" OU JA FECHADA HOJE,
      *INCLUSIVE CHECK-OUT ANTECIPADO, QUE REGRAVA A SAIDA); A
      *PERMANENCIA SO PARA QUEM ESTA DE FATO HOSPEDADO
       CLASSIFICA-QUARTO-FOLHA.
           MOVE TAR-TIPO(T-IDX) TO FQ-TIPO
           MOVE "D" TO FQ-STATUS
           MOVE 1 TO Q-IDX
           PERFORM UNTIL Q-IDX > QTD-QUARTOS
               IF QRT-TIPO(Q-IDX) = FQ-TIPO
                       AND QRT-NUMERO(Q-IDX) = FQ-NUM
                   MOVE QRT-STATUS(Q-IDX) TO FQ-STATUS
               END-IF
               ADD 1 TO Q-IDX
           END-PERFORM
           MOVE "N" TO FQ-SAIDA
           MOVE "N" TO FQ-PERMANENCIA
           MOVE "N" TO FQ-CHEGADA
           MOVE 0 TO FQ-RESERVA
           MOVE SPACES TO FQ-NOME
           MOVE 1 TO H-IDX
           PERFORM UNTIL H-IDX > QTD-HISTORICO
               IF HIST-TIPO(H-IDX) = FQ-TIPO
                       AND HIST-QUARTO(H-IDX) = FQ-NUM
                   IF HIST-DATA-SAIDA(H-IDX) = GOV-DATA
                           AND (HIST-STATUS(H-IDX) = "H"
                               OR HIST-STATUS(H-IDX) = "F")
                       MOVE "S" TO FQ-SAIDA
                       MOVE HIST-NUMERO(H-IDX) TO FQ-RESERVA
                       MOVE HIST-NOME(H-IDX) TO FQ-NOME
                   END-IF
                   IF HIST-STATUS(H-IDX) = "H"
                           AND HIST-DATA-ENTRADA(H-IDX) <= GOV-DATA
                           AND HIST-DATA-SAIDA(H-IDX) > GOV-DATA
                       MOVE "S" TO FQ-PERMANENCIA
                       MOVE HIST-NUMERO(H-IDX) TO FQ-RESERVA
                       MOVE HIST-NOME(H-IDX) TO FQ-NOME
                   END-IF
                   IF HIST-DATA-ENTRADA(H-IDX) = GOV-DATA
                           AND (HIST-STATUS(H-IDX) = "R"
                               OR HIST-STATUS(H-IDX) = "O")
                       MOVE "S" TO FQ-CHEGADA
                   END-IF
               END-IF
               ADD 1 TO H-IDX
           END-PERFORM
           ADD 1 TO QTD-FOLHA
           MOVE FQ-TIPO TO FOL-TIPO(QTD-FOLHA)
           MOVE FQ-NUM TO FOL-NUMERO(QTD-FOLHA)
           MOVE FQ-RESERVA TO FOL-RESERVA(QTD-FOLHA)
           MOVE FQ-NOME TO FOL-NOME(QTD-FOLHA)
           MOVE FQ-CHEGADA TO FOL-CHEGADA(QTD-FOLHA)
           MOVE 0 TO FOL-CAMAREIRA(QTD-FOLHA)
           EVALUATE TRUE
               WHEN FQ-STATUS = "F"
                   MOVE "F" TO FOL-TAREFA(QTD-FOLHA)
                   MOVE 0 TO FOL-PESO(QTD-FOLHA)
               WHEN FQ-SAIDA = "S"
                   MOVE "S" TO FOL-TAREFA(QTD-FOLHA)
                   MOVE PESO-SAIDA TO FOL-PESO(QTD-FOLHA)
               WHEN FQ-PERMANENCIA = "S"
                   MOVE "P" TO FOL-TAREFA(QTD-FOLHA)
                   MOVE PESO-PERMANENCIA TO FOL-PESO(QTD-FOLHA)
               WHEN FQ-STATUS = "L"
                   MOVE "L" TO FOL-TAREFA(QTD-FOLHA)
                   MOVE PESO-SAIDA TO FOL-PESO(QTD-FOLHA)
               WHEN OTHER
                   MOVE "V" TO FOL-TAREFA(QTD-FOLHA)
                   MOVE PESO-VISTORIA TO FOL-PESO(QTD-FOLHA)
           END-EVALUATE.

      *OS QUARTOS MAIS PESADOS SAO DISTRIBUIDOS PRIMEIRO, SEMPRE PARA
      *A CAMAREIRA ESCALADA COM MENOS CARGA ATE AGORA -- NO EMPATE
      *FICA A PRIMEIRA DO CADASTRO
       DISTRIBUI-PESO-FOLHA.
           MOVE 1 TO FL-IDX
           PERFORM UNTIL FL-IDX > QTD-FOLHA
               IF FOL-PESO(FL-IDX) = PESO-VEZ
                   MOVE 0 TO MENOR-POS
                   MOVE 1 TO CR-IDX
                   PERFORM UNTIL CR-IDX > QTD-CAMAREIRAS
                       IF CMR-ESCALA(CR-IDX) = "S"
                           IF MENOR-POS = 0
                               MOVE CR-IDX TO MENOR-POS
                           ELSE
                               IF CMR-CARGA(CR-IDX)
                                       < CMR-CARGA(MENOR-POS)
                                   MOVE CR-IDX TO MENOR-POS
                               END-IF
                           END-IF
                       END-IF
                       ADD 1 TO CR-IDX
                   END-PERFORM
                   MOVE MENOR-POS TO FOL-CAMAREIRA(FL-IDX)
                   ADD FOL-PESO(FL-IDX) TO CMR-CARGA(MENOR-POS)
                   ADD 1 TO CMR-QUARTOS(MENOR-POS)
               END-IF
               ADD 1 TO FL-IDX
           END-PERFORM.

      *UMA FOLHA POR CAMAREIRA EM CAMAREIRA-CCC-AAAAMMDD.TXT, COM
      *ESPACO PARA ANOTAR A SITUACAO FISICA QUE ELA ENCONTROU
       GRAVA-FOLHA-CAMAREIRA.
           MOVE SPACES TO EXTRATO-ARQ
           STRING "camareira-" CMR-CODIGO(CR-IDX) "-" GOV-DATA ".txt"
               INTO EXTRATO-ARQ
           OPEN OUTPUT EXTRATO
           IF FS-EXTRATO NOT = "00"
               DISPLAY "ERRO AO CRIAR " EXTRATO-ARQ ": " FS-EXTRATO
           ELSE
               MOVE ALL "=" TO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
               MOVE SPACES TO LINHA-EXTRATO
               STRING "FOLHA DE TRABALHO DE " GOV-DATA " -- "
                   CMR-CODIGO(CR-IDX) " " CMR-NOME(CR-IDX)
                   INTO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
               MOVE ALL "=" TO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
               MOVE 1 TO FL-IDX
               PERFORM UNTIL FL-IDX > QTD-FOLHA
                   IF FOL-CAMAREIRA(FL-IDX) = CR-IDX
                       PERFORM GRAVA-ITEM-FOLHA
                   END-IF
                   ADD 1 TO FL-IDX
               END-PERFORM
               MOVE SPACES TO LINHA-EXTRATO
               STRING "QUARTOS: " CMR-QUARTOS(CR-IDX)
                   "   CARGA: " CMR-CARGA(CR-IDX)
                   " (SAIDA/LIMPEZA 3, PERMANENCIA 2, VISTORIA 1)"
                   INTO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
               CLOSE EXTRATO
               DISPLAY CMR-CODIGO(CR-IDX) " " CMR-NOME(CR-IDX) " "
                   CMR-QUARTOS(CR-IDX) " QUARTO(S), CARGA "
                   CMR-CARGA(CR-IDX) " -- " EXTRATO-ARQ
           END-IF.

       GRAVA-ITEM-FOLHA.
           EVALUATE FOL-TAREFA(FL-IDX)
               WHEN "S"
                   MOVE "SAIDA - LIMPEZA COMPLETA" TO TAREFA-NOME
               WHEN "P"
                   MOVE "PERMANENCIA - ARRUMACAO" TO TAREFA-NOME
               WHEN "L"
                   MOVE "LIMPEZA PENDENTE" TO TAREFA-NOME
               WHEN OTHER
                   MOVE "VAGO - VISTORIA" TO TAREFA-NOME
           END-EVALUATE
           MOVE SPACES TO LINHA-EXTRATO
           IF FOL-CHEGADA(FL-IDX) = "S"
               STRING FOL-TIPO(FL-IDX) "-" FOL-NUMERO(FL-IDX) " "
                   TAREFA-NOME " " FOL-NOME(FL-IDX)(1:25)
                   " CHEGADA HOJE" INTO LINHA-EXTRATO
           ELSE
               STRING FOL-TIPO(FL-IDX) "-" FOL-NUMERO(FL-IDX) " "
                   TAREFA-NOME " " FOL-NOME(FL-IDX)(1:25)
                   INTO LINHA-EXTRATO
           END-IF
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "      OCUPADO ( )  VAGO ( )  LIMPO ( )  SUJO ( )"
               INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO.

      *SITUACAO FISICA ANOTADA PELA CAMAREIRA NA FOLHA: CADA QUARTO
      *VAI PARA O SITUACAO.DAT (BASE DO RELATORIO DE DISCREPANCIAS) E
      *ACERTA A LIMPEZA NO QUARTOS.DAT -- VAGO SUJO PASSA A LIMPEZA,
      *QUARTO EM LIMPEZA ENCONTRADO LIMPO VOLTA A DISPONIVEL
       REGISTRA-SITUACAO-FISICA.
           PERFORM CAPTURA-DATA-SITUACAO
           PERFORM LISTA-CAMAREIRAS
           DISPLAY "CODIGO DA CAMAREIRA"
           MOVE 0 TO CAMAREIRA-BUSCA
           ACCEPT CAMAREIRA-BUSCA
           PERFORM LOCALIZA-CAMAREIRA
           IF CMR-ACHADO = 0
               DISPLAY "CAMAREIRA NAO ENCONTRADA"
           ELSE
               MOVE "N" TO SIT-FIM
               MOVE 0 TO SIT-QTD
               PERFORM CAPTURA-SITUACAO-QUARTO UNTIL SIT-FIM = "S"
               IF SIT-QTD > 0
                   PERFORM GRAVA-QUARTOS-ARQUIVO
                   MOVE "SITUACAO FISICA" TO LOG-ACAO
                   MOVE 0 TO LOG-REF
                   MOVE SPACES TO LOG-DETALHE
                   STRING "FOLHA " SIT-DATA " CAMAREIRA "
                       CAMAREIRA-BUSCA " QUARTOS " SIT-QTD
                       INTO LOG-DETALHE
                   PERFORM GRAVA-LOG
               END-IF
               DISPLAY SIT-QTD " QUARTO(S) REGISTRADO(S)"
           END-IF.

       CAPTURA-DATA-SITUACAO.
           PERFORM UNTIL VALIDO = "S"
               DISPLAY "DATA DA FOLHA (AAAAMMDD), <ENTER> PARA HOJE"
               MOVE SPACES TO I-DATA-ENTRADA-TXT
               ACCEPT I-DATA-ENTRADA-TXT
               IF I-DATA-ENTRADA-TXT = SPACES
                   ACCEPT DATA-HOJE FROM DATE YYYYMMDD
                   MOVE DATA-HOJE TO SIT-DATA
                   MOVE "S" TO VALIDO
               ELSE
                   IF I-DATA-ENTRADA-TXT IS NUMERIC
                       PERFORM VALIDA-DATA-ENTRADA
                       IF VALIDO = "S"
                           MOVE I-DATA-ENTRADA-TXT TO SIT-DATA
                       END-IF
                   ELSE
                       DISPLAY "DATA INVALIDA -- DIGITE 8 NUMEROS "
                           "(AAAAMMDD)"
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO VALIDO.

       CAPTURA-SITUACAO-QUARTO.
           DISPLAY "CATEGORIA DO QUARTO (<ENTER> PARA TERMINAR)"
           MOVE SPACES TO SIT-TIPO
           ACCEPT SIT-TIPO
           MOVE FUNCTION UPPER-CASE(SIT-TIPO) TO SIT-TIPO
           IF SIT-TIPO = SPACES
               MOVE "S" TO SIT-FIM
           ELSE
               MOVE SIT-TIPO TO I-TIPO
               PERFORM BUSCA-TARIFA
               IF TARIFA-POS = 0
                   DISPLAY "CATEGORIA INEXISTENTE"
               ELSE
                   DISPLAY "NUMERO DO QUARTO (1 A " CAPACIDADE-TIPO ")"
                   MOVE 0 TO SIT-NUMERO
                   ACCEPT SIT-NUMERO
                   IF SIT-NUMERO < 1 OR SIT-NUMERO > CAPACIDADE-TIPO
                       DISPLAY "NUMERO FORA DA CAPACIDADE DA CATEGORIA"
                   ELSE
                       PERFORM CAPTURA-ESTADO-QUARTO
                   END-IF
               END-IF
           END-IF.

       CAPTURA-ESTADO-QUARTO.
           PERFORM UNTIL VALIDO = "S"
               DISPLAY "QUARTO " SIT-TIPO "-" SIT-NUMERO
                   ": (O)CUPADO OU (V)AGO"
               ACCEPT SIT-OCUPACAO
               MOVE FUNCTION UPPER-CASE(SIT-OCUPACAO) TO SIT-OCUPACAO
               IF SIT-OCUPACAO = "O" OR SIT-OCUPACAO = "V"
                   MOVE "S" TO VALIDO
               END-IF
           END-PERFORM
           MOVE "N" TO VALIDO
           PERFORM UNTIL VALIDO = "S"
               DISPLAY "(L)IMPO OU (S)UJO"
               ACCEPT SIT-LIMPEZA
               MOVE FUNCTION UPPER-CASE(SIT-LIMPEZA) TO SIT-LIMPEZA
               IF SIT-LIMPEZA = "L" OR SIT-LIMPEZA = "S"
                   MOVE "S" TO VALIDO
               END-IF
           END-PERFORM
           MOVE "N" TO VALIDO
           MOVE SIT-DATA TO SF-DATA
           MOVE SIT-TIPO TO SF-TIPO
           MOVE SIT-NUMERO TO SF-NUMERO
           MOVE SIT-OCUPACAO TO SF-OCUPACAO
           MOVE SIT-LIMPEZA TO SF-LIMPEZA
           MOVE CAMAREIRA-BUSCA TO SF-CAMAREIRA
           OPEN EXTEND SITUACAO
           IF FS-SITUACAO NOT = "00"
               OPEN OUTPUT SITUACAO
           END-IF
           WRITE LINHA-SITUACAO
           CLOSE SITUACAO
           ADD 1 TO SIT-QTD
           PERFORM ACERTA-LIMPEZA-QUARTO.

      *QUARTO FORA DE ORDEM NAO MUDA POR AQUI -- SO A MARCACAO MANUAL
       ACERTA-LIMPEZA-QUARTO.
           MOVE 0 TO QUARTO-ACHADO
           MOVE 1 TO Q-IDX
           PERFORM UNTIL Q-IDX > QTD-QUARTOS OR QUARTO-ACHADO > 0
               IF QRT-TIPO(Q-IDX) = SIT-TIPO
                       AND QRT-NUMERO(Q-IDX) = SIT-NUMERO
                   MOVE Q-IDX TO QUARTO-ACHADO
               END-IF
               ADD 1 TO Q-IDX
           END-PERFORM
           IF QUARTO-ACHADO > 0
               IF QRT-STATUS(QUARTO-ACHADO) = "L"
                       AND SIT-LIMPEZA = "L"
                   MOVE "D" TO QRT-STATUS(QUARTO-ACHADO)
                   MOVE SPACES TO QRT-OBS(QUARTO-ACHADO)
               END-IF
               IF QRT-STATUS(QUARTO-ACHADO) = "D"
                       AND SIT-LIMPEZA = "S" AND SIT-OCUPACAO = "V"
                   MOVE "L" TO QRT-STATUS(QUARTO-ACHADO)
                   MOVE "SUJO NA VISTORIA DA GOVERNANCA"
                       TO QRT-OBS(QUARTO-ACHADO)
               END-IF
           ELSE
               IF SIT-LIMPEZA = "S" AND SIT-OCUPACAO = "V"
                       AND QTD-QUARTOS < MAX-QUARTOS-TABELA
                   ADD 1 TO QTD-QUARTOS
                   MOVE SIT-TIPO TO QRT-TIPO(QTD-QUARTOS)
                   MOVE SIT-NUMERO TO QRT-NUMERO(QTD-QUARTOS)
                   MOVE "L" TO QRT-STATUS(QTD-QUARTOS)
                   MOVE "SUJO NA VISTORIA DA GOVERNANCA"
                       TO QRT-OBS(QTD-QUARTOS)
               END-IF
           END-IF.

      *DISCREPANCIAS DO DIA: O RELATO DAS CAMAREIRAS CONTRA AS
      *RESERVAS. VAGO COM HOSPEDE "H" E SAIDA SEM CHECK-OUT (SKIP);
      *OCUPADO SEM NENHUMA RESERVA HOSPEDADA NO QUARTO E POSSIVEL
      *HOSPEDE NAO REGISTRADO. QUARTO RELATADO MAIS DE UMA VEZ NO DIA
      *VALE PELO ULTIMO RELATO
       RELATORIO-DISCREPANCIAS.
           PERFORM CAPTURA-DATA-SITUACAO
           MOVE 0 TO QTD-SITUACAO
           OPEN INPUT SITUACAO
           IF FS-SITUACAO = "00"
               PERFORM UNTIL FS-SITUACAO = "10"
                   READ SITUACAO
                       AT END MOVE "10" TO FS-SITUACAO
                       NOT AT END PERFORM ARMAZENA-SITUACAO
                   END-READ
               END-PERFORM
               CLOSE SITUACAO
           END-IF
           OPEN OUTPUT DISCREPANCIA
           IF FS-DISCREPANCIA NOT = "00"
               DISPLAY "ERRO AO CRIAR DISCREPANCIAS.TXT: "
                   FS-DISCREPANCIA
           ELSE
               MOVE SPACES TO LINHA-DISCREPANCIA
               STRING "DISCREPANCIAS DA GOVERNANCA -- " SIT-DATA
                   INTO LINHA-DISCREPANCIA
               PERFORM GRAVA-LINHA-DISCREPANCIA
               MOVE 0 TO DSC-EVASOES
               MOVE 0 TO DSC-NAO-REGISTRADOS
               MOVE 1 TO SFT-IDX
               PERFORM UNTIL SFT-IDX > QTD-SITUACAO
                   PERFORM AVALIA-DISCREPANCIA
                   ADD 1 TO SFT-IDX
               END-PERFORM
               MOVE SPACES TO LINHA-DISCREPANCIA
               STRING "QUARTOS RELATADOS: " QTD-SITUACAO
                   "   VAGOS COM HOSPEDE: " DSC-EVASOES
                   "   OCUPADOS SEM RESERVA: " DSC-NAO-REGISTRADOS
                   INTO LINHA-DISCREPANCIA
               PERFORM GRAVA-LINHA-DISCREPANCIA
               CLOSE DISCREPANCIA
               DISPLAY "RELATORIO GRAVADO EM DISCREPANCIAS.TXT"
           END-IF.

       ARMAZENA-SITUACAO.
           IF SF-DATA = SIT-DATA
               MOVE 0 TO SFT-ACHADO
               MOVE 1 TO SFT-IDX
               PERFORM UNTIL SFT-IDX > QTD-SITUACAO OR SFT-ACHADO > 0
                   IF SFT-TIPO(SFT-IDX) = SF-TIPO
                           AND SFT-NUMERO(SFT-IDX) = SF-NUMERO
                       MOVE SFT-IDX TO SFT-ACHADO
                   END-IF
                   ADD 1 TO SFT-IDX
               END-PERFORM
               IF SFT-ACHADO = 0 AND QTD-SITUACAO < MAX-FOLHA-TABELA
                   ADD 1 TO QTD-SITUACAO
                   MOVE QTD-SITUACAO TO SFT-ACHADO
               END-IF
               IF SFT-ACHADO > 0
                   MOVE SF-TIPO TO SFT-TIPO(SFT-ACHADO)
                   MOVE SF-NUMERO TO SFT-NUMERO(SFT-ACHADO)
                   MOVE SF-OCUPACAO TO SFT-OCUPACAO(SFT-ACHADO)
                   MOVE SF-LIMPEZA TO SFT-LIMPEZA(SFT-ACHADO)
                   MOVE SF-CAMAREIRA TO SFT-CAMAREIRA(SFT-ACHADO)
               END-IF
           END-IF.

       AVALIA-DISCREPANCIA.
           MOVE 0 TO DSC-H-POS
           MOVE 1 TO H-IDX
           PERFORM UNTIL H-IDX > QTD-HISTORICO OR DSC-H-POS > 0
               IF HIST-STATUS(H-IDX) = "H"
                       AND HIST-TIPO(H-IDX) = SFT-TIPO(SFT-IDX)
                       AND HIST-QUARTO(H-IDX) = SFT-NUMERO(SFT-IDX)
                   MOVE H-IDX TO DSC-H-POS
               END-IF
               ADD 1 TO H-IDX
           END-PERFORM
           IF SFT-OCUPACAO(SFT-IDX) = "V" AND DSC-H-POS > 0
               ADD 1 TO DSC-EVASOES
               MOVE SPACES TO LINHA-DISCREPANCIA
               STRING SFT-TIPO(SFT-IDX) "-" SFT-NUMERO(SFT-IDX)
                   " VAGO, HOSPEDADO NO SISTEMA: RES "
                   HIST-NUMERO(DSC-H-POS) " "
                   HIST-NOME(DSC-H-POS)(1:25) " SAIDA "
                   HIST-DATA-SAIDA(DSC-H-POS) " CAMAREIRA "
                   SFT-CAMAREIRA(SFT-IDX) INTO LINHA-DISCREPANCIA
               PERFORM GRAVA-LINHA-DISCREPANCIA
           END-IF
           IF SFT-OCUPACAO(SFT-IDX) = "O" AND DSC-H-POS = 0
               ADD 1 TO DSC-NAO-REGISTRADOS
               MOVE SPACES TO LINHA-DISCREPANCIA
               STRING SFT-TIPO(SFT-IDX) "-" SFT-NUMERO(SFT-IDX)
                   " OCUPADO SEM RESERVA HOSPEDADA -- POSSIVEL "
                   "HOSPEDE NAO REGISTRADO, CAMAREIRA "
                   SFT-CAMAREIRA(SFT-IDX) INTO LINHA-DISCREPANCIA
               PERFORM GRAVA-LINHA-DISCREPANCIA
           END-IF.

       GRAVA-LINHA-DISCREPANCIA.
           DISPLAY LINHA-DISCREPANCIA
           WRITE LINHA-DISCREPANCIA.

      *CAMAREIRAS.DAT: CODIGO, NOME E SE ESTA NA ESCALA DO DIA
       CARREGA-CAMAREIRAS.
           MOVE 0 TO QTD-CAMAREIRAS
           MOVE 1 TO PROX-CAMAREIRA
           OPEN INPUT CAMAREIRAS
           IF FS-CAMAREIRAS = "00"
               PERFORM UNTIL FS-CAMAREIRAS = "10"
                   READ CAMAREIRAS
                       AT END MOVE "10" TO FS-CAMAREIRAS
                       NOT AT END PERFORM ARMAZENA-CAMAREIRA
                   END-READ
               END-PERFORM
               CLOSE CAMAREIRAS
           END-IF.

       ARMAZENA-CAMAREIRA.
           IF QTD-CAMAREIRAS >= MAX-CAMAREIRAS-TABELA
               DISPLAY "CAMAREIRAS.DAT TEM MAIS REGISTROS DO QUE O "
                   "PROGRAMA SUPORTA -- CADASTRO TRUNCADO EM "
                   MAX-CAMAREIRAS-TABELA
               MOVE "10" TO FS-CAMAREIRAS
           ELSE
               ADD 1 TO QTD-CAMAREIRAS
               MOVE CA-CODIGO TO CMR-CODIGO(QTD-CAMAREIRAS)
               MOVE CA-NOME TO CMR-NOME(QTD-CAMAREIRAS)
               MOVE CA-ESCALA TO CMR-ESCALA(QTD-CAMAREIRAS)
               IF CA-CODIGO >= PROX-CAMAREIRA
                   COMPUTE PROX-CAMAREIRA = CA-CODIGO + 1
               END-IF
           END-IF.

       GRAVA-CAMAREIRAS-ARQUIVO.
           OPEN OUTPUT CAMAREIRAS
           MOVE 1 TO CR-IDX
           PERFORM UNTIL CR-IDX > QTD-CAMAREIRAS
               MOVE CMR-CODIGO(CR-IDX) TO CA-CODIGO
               MOVE CMR-NOME(CR-IDX) TO CA-NOME
               MOVE CMR-ESCALA(CR-IDX) TO CA-ESCALA
               WRITE LINHA-CAMAREIRA
               ADD 1 TO CR-IDX
           END-PERFORM
           CLOSE CAMAREIRAS.

      *ARQUIVAMENTO: RESERVAS COM SAIDA ANTERIOR A DATA DE CORTE VAO
      *PARA O RESERVAS-ARQUIVO.DAT (SEQUENCIAL, UMA LINHA POR
      *RESERVA) E SAEM DO ARQUIVO INDEXADO E DA TABELA -- ASSIM O
      *ARQUIVO VIVO E O HISTORICO EM MEMORIA FICAM PEQUENOS
       MODO-ARQUIVAMENTO.
           PERFORM CAPTURA-DATA-CORTE
           DISPLAY "ARQUIVAR RESERVAS COM SAIDA ANTES DE " CORTE-DATA
               "? (S)IM"
           ACCEPT CONFIRMA
           MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA
           IF CONFIRMA = "S"
               PERFORM EXECUTA-ARQUIVAMENTO
           ELSE
               DISPLAY "ARQUIVAMENTO CANCELADO"
           END-IF.

      *RESERVA SO SAI DO ARQUIVO VIVO DEPOIS DE GRAVADA NO ARQUIVO
      *MORTO. NA PRIMEIRA FALHA DE GRAVACAO O RESTO FICA ONDE ESTA E
      *O PASSO DO LOTE FALHA, PARA A RETOMADA CONTINUAR DALI
       EXECUTA-ARQUIVAMENTO.
           MOVE 0 TO ARQUIVADAS
           MOVE "N" TO ARQ-FALHOU
           OPEN I-O RESERVAS
           IF FS-RESERVAS NOT = "00"
               DISPLAY "ERRO AO ABRIR RESERVAS.DAT: " FS-RESERVAS
               MOVE "N" TO LOTE-PASSO-OK
           ELSE
               OPEN EXTEND ARQMORTO
               IF FS-ARQMORTO NOT = "00"
                   OPEN OUTPUT ARQMORTO
               END-IF
               MOVE 0 TO W-IDX
               MOVE 1 TO H-IDX
               PERFORM UNTIL H-IDX > QTD-HISTORICO
                   IF HIST-DATA-SAIDA(H-IDX) < CORTE-DATA
                           AND ARQ-FALHOU = "N"
                       PERFORM MOVE-HISTORICO-PARA-LR
                       MOVE LINHA-RESERVA TO LINHA-ARQMORTO
      *RETOMADA DE UM ARQUIVAMENTO INTERROMPIDO: A RESERVA QUE JA
      *CHEGOU AO ARQUIVO MORTO SO SAI DO ARQUIVO VIVO
                       MOVE "N" TO ACHOU-ARQNUM
                       IF ARQ-RETOMADA = "S"
                           PERFORM LOCALIZA-ARQNUM
                       END-IF
                       IF ACHOU-ARQNUM = "N"
                           WRITE LINHA-ARQMORTO
                           IF FS-ARQMORTO NOT = "00"
                               DISPLAY "ERRO AO GRAVAR "
                                   "RESERVAS-ARQUIVO.DAT: " FS-ARQMORTO
                                   " -- RESERVA " HIST-NUMERO(H-IDX)
                                   " E AS SEGUINTES FICAM NO VIVO"
                               MOVE "S" TO ARQ-FALHOU
                               MOVE "N" TO LOTE-PASSO-OK
                           END-IF
                       END-IF
                   END-IF
                   IF HIST-DATA-SAIDA(H-IDX) < CORTE-DATA
                           AND ARQ-FALHOU = "N"
                       DELETE RESERVAS RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       ADD 1 TO ARQUIVADAS
                   ELSE
                       ADD 1 TO W-IDX
                       IF W-IDX NOT = H-IDX
                           MOVE HIST-REG(H-IDX) TO HIST-REG(W-IDX)
                       END-IF
                   END-IF
                   ADD 1 TO H-IDX
               END-PERFORM
               MOVE W-IDX TO QTD-HISTORICO
               CLOSE ARQMORTO
               CLOSE RESERVAS
               DISPLAY ARQUIVADAS " RESERVAS ARQUIVADAS EM "
                   "RESERVAS-ARQUIVO.DAT"
               DISPLAY QTD-HISTORICO " RESERVAS CONTINUAM NO "
                   "ARQUIVO VIVO"
           END-IF.

       CAPTURA-DATA-CORTE.
           PERFORM UNTIL VALIDO = "S"
               DISPLAY "ARQUIVAR RESERVAS COM SAIDA ANTERIOR A QUE "
                   "DATA? (AAAAMMDD)"
               MOVE SPACES TO I-DATA-ENTRADA-TXT
               ACCEPT I-DATA-ENTRADA-TXT
               IF I-DATA-ENTRADA-TXT IS NUMERIC
                   PERFORM VALIDA-DATA-ENTRADA
                   IF VALIDO = "S"
                       MOVE I-DATA-ENTRADA-TXT TO CORTE-DATA
                   END-IF
               ELSE
                   DISPLAY "DATA INVALIDA -- DIGITE 8 NUMEROS "
                       "(AAAAMMDD)"
               END-IF
           END-PERFORM
           MOVE "N" TO VALIDO.

       LOCALIZA-ARQNUM.
           MOVE "N" TO ACHOU-ARQNUM
           MOVE 1 TO AN-IDX
           PERFORM UNTIL AN-IDX > QTD-ARQNUM OR ACHOU-ARQNUM = "S"
               IF ARQNUM(AN-IDX) = HIST-NUMERO(H-IDX)
                   MOVE "S" TO ACHOU-ARQNUM
               END-IF
               ADD 1 TO AN-IDX
           END-PERFORM.

      *LOTE NOTURNO: AUDITORIA, FECHAMENTO DE CAIXA, EXPORTACAO
      *CONTABIL E BACKUP DO DIA DE MOVIMENTO, O ARQUIVAMENTO NO DIA
      *PRIMEIRO, A LISTA DE PRE-CHEGADAS, A EXPORTACAO DOS RPS DO
      *DIA PARA A PREFEITURA E A RETENCAO LGPD NO DIA PRIMEIRO. CADA
      *PASSO DEIXA PONTO DE CONTROLE NO LOTE.DAT;
      *NUMA NOVA EXECUCAO PARA O MESMO DIA, O QUE JA TERMINOU E
      *PULADO E O LOTE RECOMECA NO PASSO QUE FALHOU. O PRIMEIRO PASSO
      *QUE FALHA ENCERRA A EXECUCAO COM CODIGO DE RETORNO 8; SEM
      *FALHA O CODIGO E 0. O RELATORIO DE CADA EXECUCAO E ACRESCENTADO
      *AO LOTE-AAAAMMDD.TXT DO DIA DE MOVIMENTO
       EXECUTA-LOTE-NOTURNO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME
           MOVE "N" TO LOTE-FALHOU
           IF LOTE-COMANDO(6:8) = SPACES
               MOVE DATA-HOJE TO LOTE-DATA
           ELSE
               MOVE LOTE-COMANDO(6:8) TO I-DATA-ENTRADA-TXT
               IF I-DATA-ENTRADA-TXT IS NUMERIC
                   PERFORM VALIDA-DATA-ENTRADA
               ELSE
                   MOVE "N" TO VALIDO
               END-IF
               IF VALIDO = "S" AND I-DATA-ENTRADA-TXT <= DATA-HOJE
                   MOVE I-DATA-ENTRADA-TXT TO LOTE-DATA
               ELSE
                   DISPLAY "DATA DO LOTE INVALIDA OU FUTURA: "
                       LOTE-COMANDO(6:8) " -- USE LOTE AAAAMMDD"
                   MOVE "S" TO LOTE-FALHOU
               END-IF
               MOVE "N" TO VALIDO
           END-IF
           IF LOTE-FALHOU = "S"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PROCESSA-LOTE-NOTURNO
           END-IF.

       PROCESSA-LOTE-NOTURNO.
           MOVE SPACES TO EXTRATO-ARQ
           STRING "lote-" LOTE-DATA ".txt" INTO EXTRATO-ARQ
           OPEN EXTEND EXTRATO
           IF FS-EXTRATO NOT = "00"
               OPEN OUTPUT EXTRATO
           END-IF
           MOVE SPACES TO LINHA-EXTRATO
           STRING "LOTE NOTURNO DO DIA " LOTE-DATA " -- EXECUCAO DE "
               DATA-HOJE " AS " HORA-AGORA(1:6) INTO LINHA-EXTRATO
           PERFORM GRAVA-LINHA-EXTRATO
           PERFORM CARREGA-PONTO-LOTE
           IF CARGA-RESERVAS-OK NOT = "S"
               MOVE SPACES TO LINHA-EXTRATO
               STRING "RESERVAS.DAT NAO CARREGOU -- NENHUM PASSO "
                   "EXECUTADO" INTO LINHA-EXTRATO
               PERFORM GRAVA-LINHA-EXTRATO
               MOVE "S" TO LOTE-FALHOU
           END-IF
           MOVE 1 TO LOTE-PASSO
           PERFORM UNTIL LOTE-PASSO > 8 OR LOTE-FALHOU = "S"
               PERFORM EXECUTA-PASSO-LOTE
               ADD 1 TO LOTE-PASSO
           END-PERFORM
           MOVE SPACES TO LINHA-EXTRATO
           MOVE SPACES TO LOG-DETALHE
           IF LOTE-FALHOU = "S"
               MOVE 8 TO RETURN-CODE
               STRING "RESULTADO: FALHA -- CODIGO DE RETORNO 8. "
                   "RODE O LOTE DE NOVO PARA O MESMO DIA"
                   INTO LINHA-EXTRATO
               STRING "DIA " LOTE-DATA " FALHOU" INTO LOG-DETALHE
           ELSE
               MOVE 0 TO RETURN-CODE
               STRING "RESULTADO: SUCESSO -- CODIGO DE RETORNO 0"
                   INTO LINHA-EXTRATO
               STRING "DIA " LOTE-DATA " CONCLUIDO" INTO LOG-DETALHE
           END-IF
           PERFORM GRAVA-LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           PERFORM GRAVA-LINHA-EXTRATO
           CLOSE EXTRATO
           MOVE "LOTE NOTURNO" TO LOG-ACAO
           MOVE 0 TO LOG-REF
           PERFORM GRAVA-LOG.

      *A ULTIMA LINHA DE CADA PASSO PARA O DIA DE MOVIMENTO DECIDE:
      *"F" OU "P" JA ESTA FEITO, "I" FOI INTERROMPIDO NO MEIO
       CARREGA-PONTO-LOTE.
           MOVE SPACES TO TABELA-LOTE-PASSOS
           OPEN INPUT LOTE
           IF FS-LOTE = "00"
               PERFORM UNTIL FS-LOTE = "10"
                   READ LOTE
                       AT END MOVE "10" TO FS-LOTE
                       NOT AT END
                           IF LT-DATA = LOTE-DATA
                                   AND LT-PASSO > 0 AND LT-PASSO < 9
                               MOVE LT-SITUACAO
                                   TO LTP-SITUACAO(LT-PASSO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTE
           END-IF.

       EXECUTA-PASSO-LOTE.
           EVALUATE LOTE-PASSO
               WHEN 1
                   MOVE "AUDITORIA NOTURNA" TO LOTE-NOME-PASSO
               WHEN 2
                   MOVE "FECHAMENTO DE CAIXA" TO LOTE-NOME-PASSO
               WHEN 3
                   MOVE "EXPORTACAO CONTABIL" TO LOTE-NOME-PASSO
               WHEN 4
                   MOVE "BACKUP DIARIO" TO LOTE-NOME-PASSO
               WHEN 5
                   MOVE "ARQUIVAMENTO MENSAL" TO LOTE-NOME-PASSO
               WHEN 6
                   MOVE "PRE-CHEGADAS" TO LOTE-NOME-PASSO
               WHEN 7
                   MOVE "EXPORTACAO NFS-E" TO LOTE-NOME-PASSO
               WHEN 8
                   MOVE "RETENCAO LGPD" TO LOTE-NOME-PASSO
           END-EVALUATE
           MOVE SPACES TO LINHA-EXTRATO
           IF LTP-SITUACAO(LOTE-PASSO) = "F"
                   OR LTP-SITUACAO(LOTE-PASSO) = "P"
               STRING "PASSO " LOTE-PASSO " " LOTE-NOME-PASSO
                   " JA CONCLUIDO EM EXECUCAO ANTERIOR"
                   INTO LINHA-EXTRATO
               PERFORM GRAVA-LINHA-EXTRATO
           ELSE
               MOVE "I" TO LOTE-SITUACAO
               MOVE SPACES TO LOTE-NOTA
               PERFORM GRAVA-PONTO-LOTE
               MOVE "S" TO LOTE-PASSO-OK
               MOVE "F" TO LOTE-SITUACAO
               EVALUATE LOTE-PASSO
                   WHEN 1
                       PERFORM LOTE-AUDITORIA
                   WHEN 2
                       PERFORM LOTE-FECHAMENTO-CAIXA
                   WHEN 3
                       PERFORM LOTE-CONTABIL
                   WHEN 4
                       PERFORM LOTE-BACKUP
                   WHEN 5
                       PERFORM LOTE-ARQUIVAMENTO
                   WHEN 6
                       PERFORM LOTE-PRE-CHEGADAS
                   WHEN 7
                       PERFORM LOTE-NFSE
                   WHEN 8
                       PERFORM LOTE-RETENCAO-LGPD
               END-EVALUATE
               IF LOTE-PASSO-OK NOT = "S"
                   MOVE "E" TO LOTE-SITUACAO
                   MOVE "S" TO LOTE-FALHOU
                   IF LOTE-NOTA = SPACES
                       MOVE "ERRO DE ARQUIVO -- VER AS MENSAGENS"
                           TO LOTE-NOTA
                   END-IF
               END-IF
               PERFORM GRAVA-PONTO-LOTE
               MOVE SPACES TO LINHA-EXTRATO
               EVALUATE LOTE-SITUACAO
                   WHEN "F"
                       STRING "PASSO " LOTE-PASSO " " LOTE-NOME-PASSO
                           " CONCLUIDO " LOTE-NOTA
                           INTO LINHA-EXTRATO
                   WHEN "P"
                       STRING "PASSO " LOTE-PASSO " " LOTE-NOME-PASSO
                           " NAO SE APLICA " LOTE-NOTA
                           INTO LINHA-EXTRATO
                   WHEN OTHER
                       STRING "PASSO " LOTE-PASSO " " LOTE-NOME-PASSO
                           " FALHOU: " LOTE-NOTA INTO LINHA-EXTRATO
               END-EVALUATE
               PERFORM GRAVA-LINHA-EXTRATO
           END-IF.

       GRAVA-PONTO-LOTE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME
           MOVE LOTE-DATA TO LT-DATA
           MOVE LOTE-PASSO TO LT-PASSO
           MOVE LOTE-SITUACAO TO LT-SITUACAO
           MOVE DATA-HOJE TO LT-EXECUCAO
           MOVE HORA-AGORA(1:6) TO LT-HORA
           MOVE LOTE-NOTA TO LT-NOTA
           OPEN EXTEND LOTE
           IF FS-LOTE NOT = "00"
               OPEN OUTPUT LOTE
           END-IF
           WRITE LINHA-LOTE
           IF FS-LOTE NOT = "00"
               DISPLAY "ERRO AO GRAVAR LOTE.DAT: " FS-LOTE
               MOVE "N" TO LOTE-PASSO-OK
               MOVE "S" TO LOTE-FALHOU
           END-IF
           CLOSE LOTE.

       LOTE-AUDITORIA.
           MOVE LOTE-DATA TO AUD-DATA
           PERFORM EXECUTA-AUDITORIA
           MOVE "-- AUDITORIA.TXT, SEM ASSINATURA" TO LOTE-NOTA.

      *SE O OPERADOR JA FECHOU O CAIXA DO DIA PELO MENU, O LOTE NAO
      *GRAVA OUTRO REGISTRO POR CIMA DA CONTAGEM DELE
       LOTE-FECHAMENTO-CAIXA.
           MOVE LOTE-DATA TO FECH-DATA
           MOVE "N" TO FECH-JA-FEITO
           OPEN INPUT FECHAMENTO
           IF FS-FECHAMENTO = "00"
               PERFORM UNTIL FS-FECHAMENTO = "10"
                   READ FECHAMENTO
                       AT END MOVE "10" TO FS-FECHAMENTO
                       NOT AT END
                           IF FC-DATA = FECH-DATA
                               MOVE "S" TO FECH-JA-FEITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FECHAMENTO
           END-IF
           IF FECH-JA-FEITO = "S"
               MOVE "-- CAIXA JA FECHADO NO DIA" TO LOTE-NOTA
           ELSE
               PERFORM EXECUTA-FECHAMENTO-CAIXA
               MOVE "-- GAVETA PENDENTE DE CONTAGEM" TO LOTE-NOTA
           END-IF.

       LOTE-CONTABIL.
           MOVE LOTE-DATA TO REL-DATA-INI
           MOVE LOTE-DATA TO REL-DATA-FIM
           PERFORM GERA-LOTE-CONTABIL
           MOVE "-- CONTABIL.DAT" TO LOTE-NOTA.

      *A COPIA DO DIA NORMALMENTE JA FOI FEITA NA CARGA DO PROGRAMA;
      *O PASSO SO GARANTE QUE ELA EXISTE
       LOTE-BACKUP.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           IF DATA-ULT-BACKUP = DATA-HOJE
               MOVE "-- COPIA DE HOJE JA GRAVADA" TO LOTE-NOTA
           ELSE
               PERFORM EXECUTA-BACKUP-DIA
               IF FS-BACKUP = "00"
                   MOVE DATA-HOJE TO DATA-ULT-BACKUP
                   PERFORM GRAVA-CONTROLE
                   MOVE "-- JOGO DE BACKUP GRAVADO" TO LOTE-NOTA
               ELSE
                   MOVE "N" TO LOTE-PASSO-OK
               END-IF
           END-IF.

      *SO NO DIA PRIMEIRO: SAEM DO ARQUIVO VIVO AS ESTADIAS COM SAIDA
      *ANTES DO MES ANTERIOR -- O MES QUE ACABOU DE FECHAR FICA VIVO
      *PARA EXTRATOS E COMISSOES. SE A EXECUCAO ANTERIOR PAROU NO
      *MEIO DESTE PASSO, O QUE JA ESTA NO ARQUIVO MORTO NAO E
      *GRAVADO DE NOVO
       LOTE-ARQUIVAMENTO.
           IF LOTE-DATA(7:2) NOT = "01"
               MOVE "P" TO LOTE-SITUACAO
               MOVE "-- SO NO DIA PRIMEIRO" TO LOTE-NOTA
           ELSE
               IF LOTE-DATA(5:2) = "01"
                   COMPUTE CORTE-DATA = LOTE-DATA - 10000 + 1100
               ELSE
                   COMPUTE CORTE-DATA = LOTE-DATA - 100
               END-IF
               IF LTP-SITUACAO(LOTE-PASSO) = "I"
                       OR LTP-SITUACAO(LOTE-PASSO) = "E"
                   MOVE "S" TO ARQ-RETOMADA
                   PERFORM CARREGA-ARQNUM
               END-IF
               PERFORM EXECUTA-ARQUIVAMENTO
               MOVE "N" TO ARQ-RETOMADA
               MOVE SPACES TO LOTE-NOTA
               IF ARQ-FALHOU = "S"
                   STRING "ERRO NO ARQUIVO MORTO DEPOIS DE "
                       ARQUIVADAS " RESERVA(S)" INTO LOTE-NOTA
               ELSE
                   STRING "-- " ARQUIVADAS " COM SAIDA ANTES DE "
                       CORTE-DATA INTO LOTE-NOTA
               END-IF
           END-IF.

      *CHEGADAS DOS PROXIMOS DIAS DEPOIS DO DIA DE MOVIMENTO
       LOTE-PRE-CHEGADAS.
           COMPUTE PRE-INI-INT = FUNCTION INTEGER-OF-DATE(LOTE-DATA) + 1
           COMPUTE PRE-FIM-INT = PRE-INI-INT + PRE-DIAS-PADRAO - 1
           PERFORM GERA-PRE-CHEGADAS
           MOVE SPACES TO LOTE-NOTA
           STRING "-- " PRE-QTD " CHEGADA(S), " PRE-SEM-SINAL
               " SEM SINAL" INTO LOTE-NOTA.

      *RPS EMITIDOS NO DIA DE MOVIMENTO, NO LAYOUT DA PREFEITURA
       LOTE-NFSE.
           MOVE LOTE-DATA TO NFSE-DATA
           PERFORM GERA-EXPORTACAO-NFSE
           MOVE SPACES TO LOTE-NOTA
           IF ISS-CNPJ-CFG = SPACES OR ISS-MUNICIPIO-CFG = SPACES
               MOVE "SEM CNPJ/MUNICIPIO DO PRESTADOR NO TARIFAS.DAT"
                   TO LOTE-NOTA
           ELSE
               IF LOTE-PASSO-OK = "S"
                   STRING "-- " NFSE-QTD " RPS EM " NFSE-ARQ
                       INTO LOTE-NOTA
               END-IF
           END-IF.

      *SO NO DIA PRIMEIRO, DEPOIS DO ARQUIVAMENTO -- O CORTE E CONTADO
      *A PARTIR DO DIA DE MOVIMENTO. RODAR DE NOVO NAO FAZ MAL: O QUE
      *JA FOI ANONIMIZADO E PULADO
       LOTE-RETENCAO-LGPD.
           IF LOTE-DATA(7:2) NOT = "01"
               MOVE "P" TO LOTE-SITUACAO
               MOVE "-- SO NO DIA PRIMEIRO" TO LOTE-NOTA
           ELSE
               MOVE LOTE-DATA TO LGPD-REFERENCIA
               PERFORM EXECUTA-RETENCAO-LGPD
               MOVE SPACES TO LOTE-NOTA
               IF LGPD-ERRO = "S"
                   MOVE "N" TO LOTE-PASSO-OK
                   MOVE "ERRO NA ANONIMIZACAO -- VER AS MENSAGENS"
                       TO LOTE-NOTA
               ELSE
                   STRING "-- " LGPD-QTD-HOSP " HOSPEDE(S) E "
                       LGPD-QTD-RES " RESERVA(S)" INTO LOTE-NOTA
               END-IF
           END-IF.

      *CONSULTA DE BALCAO SOBRE A TABELA-HISTORICO: POR PARTE DO
      *NOME, POR QUARTO, POR DATA OU A LISTA DE QUEM ESTA NO HOTEL
      *ESTA NOITE
       MODO-CONSULTA.
           MOVE SPACE TO OPCAO-CONS
           PERFORM UNTIL OPCAO-CONS = "0"
               DISPLAY " "
               DISPLAY "--- CONSULTA DE RESERVAS ---"
               DISPLAY "1 - POR NOME (OU PARTE DO NOME)"
               DISPLAY "2 - POR QUARTO"
               DISPLAY "3 - POR DATA"
               DISPLAY "4 - QUEM ESTA NO HOTEL ESTA NOITE"
               DISPLAY "5 - LISTA DE HOSPEDADOS DO DIA (IMPRESSA)"
               DISPLAY "0 - VOLTAR"
               ACCEPT OPCAO-CONS
               EVALUATE OPCAO-CONS
                   WHEN "1"
                       PERFORM CONSULTA-POR-NOME
                   WHEN "2"
                       PERFORM CONSULTA-POR-QUARTO
                   WHEN "3"
                       PERFORM CONSULTA-POR-DATA
                   WHEN "4"
                       PERFORM CONSULTA-NO-HOTEL
                   WHEN "5"
                       PERFORM LISTA-HOSPEDADOS-DIA
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

       CONSULTA-POR-NOME.
           DISPLAY "NOME OU PARTE DO NOME"
           MOVE SPACES TO BUSCA-NOME
           ACCEPT BUSCA-NOME
           MOVE FUNCTION UPPER-CASE(BUSCA-NOME) TO BUSCA-NOME
           MOVE 40 TO BUSCA-LEN
           PERFORM UNTIL BUSCA-LEN = 0
                   OR BUSCA-NOME(BUSCA-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM BUSCA-LEN
           END-PERFORM
           IF BUSCA-LEN = 0
               DISPLAY "NADA DIGITADO"
           ELSE
               MOVE 0 TO ENCONTRADAS
               MOVE 1 TO H-IDX
               PERFORM UNTIL H-IDX > QTD-HISTORICO
                   PERFORM TESTA-NOME-PARCIAL
                   IF ACHOU-NOME = "S"
                       ADD 1 TO ENCONTRADAS
                       PERFORM MOSTRA-RESERVA-HISTORICO
                   END-IF
                   ADD 1 TO H-IDX
               END-PERFORM
               PERFORM MOSTRA-TOTAL-ENCONTRADAS
           END-IF.

      *PROCURA O TRECHO DIGITADO EM QUALQUER POSICAO DO NOME DA
      *RESERVA -- "SILVA" ACHA "JOAO SILVA" E "SILVA COSTA"
       TESTA-NOME-PARCIAL.
           MOVE "N" TO ACHOU-NOME
           COMPUTE ULT-POS = 41 - BUSCA-LEN
           MOVE 1 TO POS-NOME
           PERFORM UNTIL POS-NOME > ULT-POS OR ACHOU-NOME = "S"
               IF HIST-NOME(H-IDX)(POS-NOME:BUSCA-LEN)
                       = BUSCA-NOME(1:BUSCA-LEN)
                   MOVE "S" TO ACHOU-NOME
               END-IF
               ADD 1 TO POS-NOME
           END-PERFORM.

       CONSULTA-POR-QUARTO.
           PERFORM UNTIL VALIDO = "S"
               PERFORM MOSTRA-TARIFAS-DISPONIVEIS
               ACCEPT CONS-TIPO
               MOVE FUNCTION UPPER-CASE(CONS-TIPO) TO CONS-TIPO
               SET TAR-IDX TO 1
               SEARCH TARIFA-REG
                   AT END
                       MOVE "N" TO VALIDO
                   WHEN TAR-TIPO(TAR-IDX) = CONS-TIPO
                       MOVE "S" TO VALIDO
               END-SEARCH
           END-PERFORM
           MOVE "N" TO VALIDO
           DISPLAY "NUMERO DO QUARTO"
           MOVE 0 TO CONS-QUARTO
           ACCEPT CONS-QUARTO
           MOVE 0 TO ENCONTRADAS
           MOVE 1 TO H-IDX
           PERFORM UNTIL H-IDX > QTD-HISTORICO
               IF HIST-TIPO(H-IDX) = CONS-TIPO
                       AND HIST-QUARTO(H-IDX) = CONS-QUARTO
                   ADD 1 TO ENCONTRADAS
                   PERFORM MOSTRA-RESERVA-HISTORICO
               END-IF
               ADD 1 TO H-IDX
           END-PERFORM
           PERFORM MOSTRA-TOTAL-ENCONTRADAS.

       CONSULTA-POR-DATA.
           PERFORM UNTIL VALIDO = "S"
               DISPLAY "DATA DA CONSULTA (AAAAMMDD), <ENTER> PARA "
                   "HOJE"
               MOVE SPACES TO I-DATA-ENTRADA-TXT
               ACCEPT I-DATA-ENTRADA-TXT
               IF I-DATA-ENTRADA-TXT = SPACES
                   ACCEPT DATA-HOJE FROM DATE YYYYMMDD
                   MOVE DATA-HOJE TO CONS-DATA
                   MOVE "S" TO VALIDO
               ELSE
                   IF I-DATA-ENTRADA-TXT IS NUMERIC
                       PERFORM VALIDA-DATA-ENTRADA
                       IF VALIDO = "S"
                           MOVE I-DATA-ENTRADA-TXT TO CONS-DATA
                       END-IF
                   ELSE
                       DISPLAY "DATA INVALIDA -- DIGITE 8 NUMEROS "
                           "(AAAAMMDD)"
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO VALIDO
           DISPLAY "RESERVAS COBRINDO A NOITE DE " CONS-DATA ":"
           MOVE 0 TO ENCONTRADAS
           MOVE 1 TO H-IDX
           PERFORM UNTIL H-IDX > QTD-HISTORICO
               IF HIST-DATA-ENTRADA(H-IDX) <= CONS-DATA
                       AND HIST-DATA-SAIDA(H-IDX) > CONS-DATA
                   ADD 1 TO ENCONTRADAS
                   PERFORM MOSTRA-RESERVA-HISTORICO
               END-IF
               ADD 1 TO H-IDX
           END-PERFORM
           PERFORM MOSTRA-TOTAL-ENCONTRADAS.

      *QUEM DORME NO HOTEL HOJE: RESERVADO OU HOSPEDADO COM A NOITE
      *DE HOJE DENTRO DA ESTADIA -- NO-SHOW E FINALIZADO FICAM FORA
       CONSULTA-NO-HOTEL.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "NO HOTEL NA NOITE DE " DATA-HOJE ":"
           MOVE 0 TO ENCONTRADAS
           MOVE 1 TO H-IDX
           PERFORM UNTIL H-IDX > QTD-HISTORICO
               IF HIST-STATUS(H-IDX) NOT = "N"
                       AND HIST-STATUS(H-IDX) NOT = "F"
                       AND HIST-STATUS(H-IDX) NOT = "C"
                       AND HIST-DATA-ENTRADA(H-IDX) <= DATA-HOJE
                       AND HIST-DATA-SAIDA(H-IDX) > DATA-HOJE
                   ADD 1 TO ENCONTRADAS
                   PERFORM MOSTRA-RESERVA-HISTORICO
               END-IF
               ADD 1 TO H-IDX
           END-PERFORM
           PERFORM MOSTRA-TOTAL-ENCONTRADAS.

       MOSTRA-RESERVA-HISTORICO.
           MOVE HIST-STATUS(H-IDX) TO STATUS-COD
           PERFORM TRADUZ-STATUS
           DISPLAY "RESERVA " HIST-NUMERO(H-IDX) " - "
               HIST-NOME(H-IDX)
           DISPLAY "  QUARTO " HIST-TIPO(H-IDX) "-"
               HIST-QUARTO(H-IDX)
               "  ENTRADA " HIST-DATA-ENTRADA(H-IDX)
               "  SAIDA " HIST-DATA-SAIDA(H-IDX)
               "  DIAS " HIST-QTD(H-IDX)
           DISPLAY "  DIARIAS R$ " HIST-VALOR(H-IDX)
               "  EXTRAS R$ " HIST-EXTRAS(H-IDX)
               "  PGTO " HIST-FORMA-PGTO(H-IDX)
               "  " STATUS-NOME
           IF HIST-HOSPEDE(H-IDX) > 0
               DISPLAY "  HOSPEDE NUMERO " HIST-HOSPEDE(H-IDX)
           END-IF
           IF HIST-STATUS(H-IDX) = "O"
               DISPLAY "  OPCAO VALIDA ATE " HIST-OPCAO-LIMITE(H-IDX)
           END-IF.

       MOSTRA-TOTAL-ENCONTRADAS.
           IF ENCONTRADAS = 0
               DISPLAY "NENHUMA RESERVA ENCONTRADA"
           ELSE
               DISPLAY ENCONTRADAS " RESERVA(S) ENCONTRADA(S)"
           END-IF.

      *FICHA NACIONAL DE REGISTRO DE HOSPEDES DA RESERVA EM
      *POS-HIST: PUXA DOCUMENTO, FONE E CIDADE DO CADASTRO MESTRE
      *QUANDO A RESERVA TEM VINCULO -- SAI EM FNRH-NNNNNNN.TXT PARA
      *IMPRIMIR E COLHER A ASSINATURA DO HOSPEDE
       EMITE-FNRH.
           MOVE SPACES TO FNRH-ARQ
           STRING "fnrh-" HIST-NUMERO(POS-HIST) ".txt" INTO FNRH-ARQ
           OPEN OUTPUT FNRH
           IF FS-FNRH NOT = "00"
               DISPLAY "ERRO AO CRIAR A FICHA: " FS-FNRH
           ELSE
               MOVE ALL "=" TO LINHA-FNRH
               WRITE LINHA-FNRH
               MOVE SPACES TO LINHA-FNRH
               STRING "HOTEL PARAISO TROPICAL" INTO LINHA-FNRH
               WRITE LINHA-FNRH
               MOVE SPACES TO LINHA-FNRH
               STRING "FICHA NACIONAL DE REGISTRO DE HOSPEDES (FNRH)"
                   INTO LINHA-FNRH
               WRITE LINHA-FNRH
               MOVE ALL "=" TO LINHA-FNRH
               WRITE LINHA-FNRH
               MOVE SPACES TO LINHA-FNRH
               STRING "RESERVA: " HIST-NUMERO(POS-HIST)
                   INTO LINHA-FNRH
               WRITE LINHA-FNRH
               MOVE SPACES TO LINHA-FNRH
               STRING "HOSPEDE: " HIST-NOME(POS-HIST) INTO LINHA-FNRH
               WRITE LINHA-FNRH
               MOVE 0 TO FNRH-HOSP
               IF HIST-HOSPEDE(POS-HIST) > 0
                   MOVE 1 TO G-IDX
                   PERFORM UNTIL G-IDX > QTD-HOSPEDES
                           OR FNRH-HOSP > 0
                       IF HSP-NUMERO(G-IDX) = HIST-HOSPEDE(POS-HIST)
                           MOVE G-IDX TO FNRH-HOSP
                       END-IF
                       ADD 1 TO G-IDX
                   END-PERFORM
               END-IF
               IF FNRH-HOSP > 0
                   MOVE SPACES TO LINHA-FNRH
                   STRING "DOCUMENTO: " HSP-DOCUMENTO(FNRH-HOSP)
                       INTO LINHA-FNRH
                   WRITE LINHA-FNRH
                   MOVE SPACES TO LINHA-FNRH
                   STRING "TELEFONE : " HSP-FONE(FNRH-HOSP)
                       INTO LINHA-FNRH
                   WRITE LINHA-FNRH
                   MOVE SPACES TO LINHA-FNRH
                   STRING "CIDADE   : " HSP-CIDADE(FNRH-HOSP)
                       INTO LINHA-FNRH
                   WRITE LINHA-FNRH
               ELSE
                   MOVE SPACES TO LINHA-FNRH
                   STRING "DOCUMENTO: ________________  TELEFONE: "
                       "______________" INTO LINHA-FNRH
                   WRITE LINHA-FNRH
                   MOVE SPACES TO LINHA-FNRH
                   STRING "CIDADE   : ______________________________"
                       INTO LINHA-FNRH
                   WRITE LINHA-FNRH
               END-IF
               MOVE SPACES TO LINHA-FNRH
               STRING "QUARTO " HIST-TIPO(POS-HIST) "-"
                   HIST-QUARTO(POS-HIST)
                   "  ENTRADA " HIST-DATA-ENTRADA(POS-HIST)
                   "  SAIDA " HIST-DATA-SAIDA(POS-HIST)
                   INTO LINHA-FNRH
               WRITE LINHA-FNRH
               MOVE SPACES TO LINHA-FNRH
               STRING "ADULTOS: " HIST-ADULTOS(POS-HIST)
                   "  CRIANCAS: " HIST-CRIANCAS(POS-HIST)
                   INTO LINHA-FNRH
               WRITE LINHA-FNRH
               MOVE SPACES TO LINHA-FNRH
               STRING "ASSINATURA DO HOSPEDE: ______________________"
                   INTO LINHA-FNRH
               WRITE LINHA-FNRH
               MOVE ALL "=" TO LINHA-FNRH
               WRITE LINHA-FNRH
               CLOSE FNRH
               DISPLAY "FICHA GRAVADA EM " FNRH-ARQ
           END-IF.

      *LISTA DE HOSPEDADOS DO DIA: TODA RESERVA COM CHECK-IN FEITO
      *(STATUS H) CUJA ESTADIA COBRE A NOITE DE HOJE, COM QUARTO E
      *QUANTAS PESSOAS DORMEM -- O TOTAL DE PESSOAS E A CONTA DO
      *CAFE DA MANHA DA COZINHA
       LISTA-HOSPEDADOS-DIA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT HOSPEDADOS
           IF FS-HOSPEDADOS NOT = "00"
               DISPLAY "ERRO AO CRIAR HOSPEDADOS.TXT: " FS-HOSPEDADOS
           ELSE
               MOVE SPACES TO LINHA-HOSPEDADOS
               STRING "HOSPEDADOS NA NOITE DE " DATA-HOJE
                   INTO LINHA-HOSPEDADOS
               PERFORM GRAVA-LINHA-HOSPEDADOS
               MOVE 0 TO ENCONTRADAS
               MOVE 0 TO TOT-ADULTOS
               MOVE 0 TO TOT-CRIANCAS
               MOVE 1 TO H-IDX
               PERFORM UNTIL H-IDX > QTD-HISTORICO
                   IF HIST-STATUS(H-IDX) = "H"
                           AND HIST-DATA-ENTRADA(H-IDX) <= DATA-HOJE
                           AND HIST-DATA-SAIDA(H-IDX) > DATA-HOJE
                       ADD 1 TO ENCONTRADAS
                       ADD HIST-ADULTOS(H-IDX) TO TOT-ADULTOS
                       ADD HIST-CRIANCAS(H-IDX) TO TOT-CRIANCAS
                       MOVE SPACES TO LINHA-HOSPEDADOS
                       STRING "QUARTO " HIST-TIPO(H-IDX) "-"
                           HIST-QUARTO(H-IDX) " " HIST-NOME(H-IDX)
                           " " HIST-ADULTOS(H-IDX) " AD "
                           HIST-CRIANCAS(H-IDX) " CR"
                           INTO LINHA-HOSPEDADOS
                       PERFORM GRAVA-LINHA-HOSPEDADOS
                   END-IF
                   ADD 1 TO H-IDX
               END-PERFORM
               COMPUTE TOT-PESSOAS = TOT-ADULTOS + TOT-CRIANCAS
               MOVE SPACES TO LINHA-HOSPEDADOS
               STRING "QUARTOS OCUPADOS: " ENCONTRADAS
                   INTO LINHA-HOSPEDADOS
               PERFORM GRAVA-LINHA-HOSPEDADOS
               MOVE SPACES TO LINHA-HOSPEDADOS
               STRING "CAFE DA MANHA: " TOT-PESSOAS " PESSOAS ("
                   TOT-ADULTOS " ADULTOS E " TOT-CRIANCAS
                   " CRIANCAS)" INTO LINHA-HOSPEDADOS
               PERFORM GRAVA-LINHA-HOSPEDADOS
               CLOSE HOSPEDADOS
               DISPLAY "LISTA GRAVADA EM HOSPEDADOS.TXT"
           END-IF.

       GRAVA-LINHA-HOSPEDADOS.
           DISPLAY LINHA-HOSPEDADOS
           WRITE LINHA-HOSPEDADOS.

      *CARTAS DE CONFIRMACAO E LISTA DE PRE-CHEGADAS
       MODO-CONFIRMACOES.
           MOVE SPACE TO OPCAO-CONF
           PERFORM UNTIL OPCAO-CONF = "0"
               DISPLAY " "
               DISPLAY "--- CONFIRMACOES E PRE-CHEGADAS ---"
               DISPLAY "1 - EMITIR CARTA DE CONFIRMACAO"
               DISPLAY "2 - LISTA DE PRE-CHEGADAS"
               DISPLAY "0 - VOLTAR"
               ACCEPT OPCAO-CONF
               EVALUATE OPCAO-CONF
                   WHEN "1"
                       MOVE 0 TO RES-BUSCA
                       DISPLAY "NUMERO DA RESERVA (0 PARA VOLTAR)"
                       ACCEPT RES-BUSCA
                       IF RES-BUSCA > 0
                           PERFORM LOCALIZA-RESERVA-QUALQUER
                           IF POS-HIST = 0
                               DISPLAY "RESERVA NAO ENCONTRADA"
                           ELSE
                               PERFORM EMITE-CONFIRMACAO
                           END-IF
                       END-IF
                   WHEN "2"
                       DISPLAY "CHEGADAS DE HOJE ATE QUANTOS DIAS A "
                           "FRENTE? (0 = " PRE-DIAS-PADRAO ")"
                       MOVE 0 TO PRE-DIAS
                       ACCEPT PRE-DIAS
                       IF PRE-DIAS = 0
                           MOVE PRE-DIAS-PADRAO TO PRE-DIAS
                       END-IF
                       ACCEPT DATA-HOJE FROM DATE YYYYMMDD
                       COMPUTE PRE-INI-INT =
                           FUNCTION INTEGER-OF-DATE(DATA-HOJE)
                       COMPUTE PRE-FIM-INT = PRE-INI-INT + PRE-DIAS
                       PERFORM GERA-PRE-CHEGADAS
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

      *NO FIM DA SESSAO DE RESERVAS (JA REVISADA, GRAVADA E COM O
      *HISTORICO RECARREGADO) CADA RESERVA NOVA GANHA A SUA CARTA
       EMITE-CONFIRMACOES-SESSAO.
           MOVE 1 TO INDICE
           PERFORM UNTIL REG-NOME(INDICE) = "FIM"
               MOVE REG-NUMERO(INDICE) TO RES-BUSCA
               PERFORM LOCALIZA-RESERVA-QUALQUER
               IF POS-HIST > 0
                   PERFORM EMITE-CONFIRMACAO
               END-IF
               ADD 1 TO INDICE
           END-PERFORM.

      *CARTA DE CONFIRMACAO DA RESERVA EM POS-HIST, NO MESMO FORMATO
      *DO FOLIO, EM CONFIRMACAO-NNNNNNN.TXT (NUMERO DA RESERVA) --
      *REEMITIR REGRAVA A CARTA COM OS DADOS E O SINAL DE AGORA
       EMITE-CONFIRMACAO.
           IF HIST-STATUS(POS-HIST) = "C"
                   OR HIST-STATUS(POS-HIST) = "N"
               DISPLAY "RESERVA " HIST-NUMERO(POS-HIST)
                   " CANCELADA OU NO-SHOW -- SEM CARTA DE CONFIRMACAO"
           ELSE
               MOVE SPACES TO EXTRATO-ARQ
               STRING "confirmacao-" HIST-NUMERO(POS-HIST) ".txt"
                   INTO EXTRATO-ARQ
               OPEN OUTPUT EXTRATO
               IF FS-EXTRATO NOT = "00"
                   DISPLAY "ERRO AO CRIAR A CARTA: " FS-EXTRATO
               ELSE
                   PERFORM GRAVA-CORPO-CONFIRMACAO
                   CLOSE EXTRATO
                   DISPLAY "CONFIRMACAO GRAVADA EM " EXTRATO-ARQ
               END-IF
           END-IF.

       GRAVA-CORPO-CONFIRMACAO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           MOVE ALL "=" TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "HOTEL PARAISO TROPICAL" INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "CONFIRMACAO DE RESERVA NUMERO "
               HIST-NUMERO(POS-HIST) INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE ALL "=" TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "EMITIDA EM: " DATA-HOJE INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "HOSPEDE: " HIST-NOME(POS-HIST) INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           IF HIST-HOSPEDE(POS-HIST) > 0
               MOVE HIST-HOSPEDE(POS-HIST) TO CONF-HOSPEDE
               PERFORM LOCALIZA-HOSPEDE-CADASTRO
               MOVE SPACES TO LINHA-EXTRATO
               IF CONF-HSP-POS > 0
                   STRING "CADASTRO: " HIST-HOSPEDE(POS-HIST)
                       "  FONE: " HSP-FONE(CONF-HSP-POS)
                       INTO LINHA-EXTRATO
               ELSE
                   STRING "CADASTRO: " HIST-HOSPEDE(POS-HIST)
                       INTO LINHA-EXTRATO
               END-IF
               WRITE LINHA-EXTRATO
           END-IF
           IF HIST-EMPRESA(POS-HIST) > 0
               MOVE HIST-EMPRESA(POS-HIST) TO EMPRESA-BUSCA
               PERFORM LOCALIZA-EMPRESA
               IF EMP-ACHADO > 0
                   MOVE SPACES TO LINHA-EXTRATO
                   STRING "EMPRESA: " EMP-NOME(EMP-ACHADO)
                       INTO LINHA-EXTRATO
                   WRITE LINHA-EXTRATO
               END-IF
           END-IF
           IF HIST-AGENCIA(POS-HIST) > 0
               MOVE HIST-AGENCIA(POS-HIST) TO AGENCIA-BUSCA
               PERFORM LOCALIZA-AGENCIA
               IF AGV-ACHADO > 0
                   MOVE SPACES TO LINHA-EXTRATO
                   STRING "AGENCIA: " AGV-NOME(AGV-ACHADO)
                       INTO LINHA-EXTRATO
                   WRITE LINHA-EXTRATO
               END-IF
           END-IF
           MOVE HIST-TIPO(POS-HIST) TO I-TIPO
           PERFORM BUSCA-TARIFA
           MOVE SPACES TO LINHA-EXTRATO
           IF TARIFA-POS > 0
               STRING "QUARTO : " HIST-TIPO(POS-HIST) "-"
                   HIST-QUARTO(POS-HIST) " (" TAR-NOME(TARIFA-POS)
                   ")" INTO LINHA-EXTRATO
           ELSE
               STRING "QUARTO : " HIST-TIPO(POS-HIST) "-"
                   HIST-QUARTO(POS-HIST) INTO LINHA-EXTRATO
           END-IF
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "ENTRADA: " HIST-DATA-ENTRADA(POS-HIST)
               "   SAIDA: " HIST-DATA-SAIDA(POS-HIST)
               "   NOITES: " HIST-QTD(POS-HIST) INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "ADULTOS: " HIST-ADULTOS(POS-HIST)
               "   CRIANCAS: " HIST-CRIANCAS(POS-HIST)
               INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "DIARIAS NOITE A NOITE:" INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           PERFORM GRAVA-NOITES-CONFIRMACAO
      *O VALOR DA CARTA E O GRAVADO NA RESERVA, COMO NO FOLIO -- SE A
      *TABELA MUDOU DEPOIS DA VENDA, O DESCONTO FECHA A DIFERENCA
           IF VALOR-BRUTO < HIST-VALOR(POS-HIST)
               MOVE HIST-VALOR(POS-HIST) TO CONF-BRUTO
               MOVE 0 TO CONF-DESCONTO
           ELSE
               MOVE VALOR-BRUTO TO CONF-BRUTO
               COMPUTE CONF-DESCONTO = VALOR-BRUTO
                   - HIST-VALOR(POS-HIST)
           END-IF
           MOVE SPACES TO LINHA-EXTRATO
           MOVE SPACES TO VALOR-TEXTO
           STRING CONF-BRUTO INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           STRING "DIARIAS (" HIST-QTD(POS-HIST) " NOITES): R$ "
               VALOR-FORMATADO INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           IF CONF-DESCONTO > 0
               MOVE SPACES TO LINHA-EXTRATO
               MOVE SPACES TO VALOR-TEXTO
               STRING CONF-DESCONTO INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               STRING "DESCONTO ESTADIA LONGA: R$ -" VALOR-FORMATADO
                   INTO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           END-IF
           IF HIST-EXTRAS(POS-HIST) > 0
               MOVE SPACES TO LINHA-EXTRATO
               MOVE SPACES TO VALOR-TEXTO
               STRING HIST-EXTRAS(POS-HIST) INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               STRING "EXTRAS CONTRATADOS NA RESERVA: R$ "
                   VALOR-FORMATADO INTO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           END-IF
           COMPUTE CONF-TOTAL = HIST-VALOR(POS-HIST)
               + HIST-EXTRAS(POS-HIST)
           MOVE SPACES TO LINHA-EXTRATO
           MOVE SPACES TO VALOR-TEXTO
           STRING CONF-TOTAL INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           STRING "TOTAL DA RESERVA (TAXA DE SERVICO DE 10 PORCENTO "
               "INCLUSA): R$ " VALOR-FORMATADO INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE HIST-NUMERO(POS-HIST) TO PAG-RESERVA-ALVO
           PERFORM SOMA-PAGAMENTOS-RESERVA
           MOVE SPACES TO LINHA-EXTRATO
           MOVE SPACES TO VALOR-TEXTO
           STRING TOTAL-PAGO INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           STRING "SINAL RECEBIDO: R$ " VALOR-FORMATADO
               INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           IF TOTAL-PAGO < CONF-TOTAL
               COMPUTE CONF-SALDO = CONF-TOTAL - TOTAL-PAGO
           ELSE
               MOVE 0 TO CONF-SALDO
           END-IF
           MOVE SPACES TO LINHA-EXTRATO
           MOVE SPACES TO VALOR-TEXTO
           STRING CONF-SALDO INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           STRING "SALDO A PAGAR ATE O CHECK-OUT: R$ " VALOR-FORMATADO
               INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           IF HIST-STATUS(POS-HIST) = "O"
               MOVE SPACES TO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
               MOVE SPACES TO LINHA-EXTRATO
               STRING "OPCAO SEGURADA ATE "
                   HIST-OPCAO-LIMITE(POS-HIST)
                   " -- SEM CONFIRMACAO ATE ESSA DATA O QUARTO E "
                   "LIBERADO" INTO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           END-IF
           PERFORM GRAVA-POLITICA-CONFIRMACAO
           MOVE ALL "=" TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO.

      *MESMO PRECO NOITE A NOITE DA VENDA (PERIODOS, FIM DE SEMANA,
      *CONVENIO E TROCA DE QUARTO) -- DEIXA O BRUTO EM VALOR-BRUTO
       GRAVA-NOITES-CONFIRMACAO.
           PERFORM PREPARA-EMPRESA-RESERVA
           MOVE HIST-NUMERO(POS-HIST) TO TROCA-BUSCA
           MOVE 0 TO TROCA-PRIMEIRA
           MOVE 1 TO TC-IDX
           PERFORM UNTIL TC-IDX > QTD-TROCAS OR TROCA-PRIMEIRA > 0
               IF TRC-RESERVA(TC-IDX) = TROCA-BUSCA
                   MOVE TC-IDX TO TROCA-PRIMEIRA
               END-IF
               ADD 1 TO TC-IDX
           END-PERFORM
           IF TROCA-PRIMEIRA > 0
               MOVE TRC-TIPO-ANT(TROCA-PRIMEIRA) TO I-TIPO
           ELSE
               MOVE HIST-TIPO(POS-HIST) TO I-TIPO
           END-IF
           PERFORM BUSCA-TARIFA
           MOVE 0 TO VALOR-BRUTO
           COMPUTE NOITE-INT =
               FUNCTION INTEGER-OF-DATE(HIST-DATA-ENTRADA(POS-HIST))
           MOVE 0 TO NOITE-CONT
           PERFORM UNTIL NOITE-CONT >= HIST-QTD(POS-HIST)
               COMPUTE NOITE-DATA = FUNCTION DATE-OF-INTEGER(NOITE-INT)
               IF TROCA-PRIMEIRA > 0
                   PERFORM LOCALIZA-TIPO-NOITE
                   IF ESTADIA-TIPO NOT = I-TIPO
                       MOVE ESTADIA-TIPO TO I-TIPO
                       PERFORM BUSCA-TARIFA
                   END-IF
               END-IF
               PERFORM CALCULA-PRECO-NOITE
               ADD VALOR-NOITE TO VALOR-BRUTO
               MOVE SPACES TO LINHA-EXTRATO
               MOVE SPACES TO VALOR-TEXTO
               STRING VALOR-NOITE INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               STRING "  " NOITE-DATA " CATEGORIA " I-TIPO ": R$ "
                   VALOR-FORMATADO INTO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
               ADD 1 TO NOITE-INT
               ADD 1 TO NOITE-CONT
           END-PERFORM.

      *AS MESMAS REGRAS DE CANCELA-RESERVA-BALCAO, JA EM REAIS SOBRE
      *A DIARIA MEDIA DESTA RESERVA
       GRAVA-POLITICA-CONFIRMACAO.
           IF HIST-QTD(POS-HIST) > 0
               COMPUTE DIARIA-MEDIA ROUNDED =
                   HIST-VALOR(POS-HIST) / HIST-QTD(POS-HIST)
           ELSE
               MOVE HIST-VALOR(POS-HIST) TO DIARIA-MEDIA
           END-IF
           COMPUTE CONF-MEIA ROUNDED = DIARIA-MEDIA * 0.5
           MOVE SPACES TO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "POLITICA DE CANCELAMENTO:" INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           STRING "  7 DIAS OU MAIS ANTES DA ENTRADA: SEM MULTA"
               INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           MOVE SPACES TO VALOR-TEXTO
           STRING CONF-MEIA INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           STRING "  DE 1 A 6 DIAS ANTES: MEIA DIARIA, R$ "
               VALOR-FORMATADO INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO
           MOVE SPACES TO LINHA-EXTRATO
           MOVE SPACES TO VALOR-TEXTO
           STRING DIARIA-MEDIA INTO VALOR-TEXTO
           MOVE VALOR-TEXTO TO VALOR-FORMATADO
           STRING "  NO DIA DA ENTRADA: UMA DIARIA, R$ "
               VALOR-FORMATADO INTO LINHA-EXTRATO
           WRITE LINHA-EXTRATO.

       LOCALIZA-HOSPEDE-CADASTRO.
           MOVE 0 TO CONF-HSP-POS
           MOVE 1 TO G-IDX
           PERFORM UNTIL G-IDX > QTD-HOSPEDES OR CONF-HSP-POS > 0
               IF HSP-NUMERO(G-IDX) = CONF-HOSPEDE
                   MOVE G-IDX TO CONF-HSP-POS
               END-IF
               ADD 1 TO G-IDX
           END-PERFORM.

      *PRE-CHEGADAS: RESERVAS AINDA NAO HOSPEDADAS (FIRMES E OPCOES)
      *COM ENTRADA ENTRE PRE-INI-INT E PRE-FIM-INT, DIA A DIA, COM O
      *FONE DO CADASTRO -- QUEM NAO PAGOU SINAL SAI MARCADO PARA A
      *EQUIPE DE RESERVAS LIGAR ANTES DA CHEGADA
       GERA-PRE-CHEGADAS.
           COMPUTE PRE-DATA-INI = FUNCTION DATE-OF-INTEGER(PRE-INI-INT)
           COMPUTE PRE-DATA-FIM = FUNCTION DATE-OF-INTEGER(PRE-FIM-INT)
           OPEN OUTPUT PRECHEGADA
           IF FS-PRECHEGADA NOT = "00"
               DISPLAY "ERRO AO CRIAR PRE-CHEGADAS.TXT: "
                   FS-PRECHEGADA
               MOVE "N" TO LOTE-PASSO-OK
           ELSE
               MOVE SPACES TO LINHA-PRECHEGADA
               STRING "PRE-CHEGADAS DE " PRE-DATA-INI " A "
                   PRE-DATA-FIM INTO LINHA-PRECHEGADA
               PERFORM GRAVA-LINHA-PRECHEGADA
               MOVE 0 TO PRE-QTD
               MOVE 0 TO PRE-SEM-SINAL
               MOVE PRE-INI-INT TO DIA-INT
               PERFORM UNTIL DIA-INT > PRE-FIM-INT
                   COMPUTE DIA-ATUAL = FUNCTION DATE-OF-INTEGER(DIA-INT)
                   MOVE 1 TO H-IDX
                   PERFORM UNTIL H-IDX > QTD-HISTORICO
                       IF HIST-DATA-ENTRADA(H-IDX) = DIA-ATUAL
                               AND (HIST-STATUS(H-IDX) = "R"
                                   OR HIST-STATUS(H-IDX) = "O")
                           PERFORM GRAVA-ITEM-PRECHEGADA
                       END-IF
                       ADD 1 TO H-IDX
                   END-PERFORM
                   ADD 1 TO DIA-INT
               END-PERFORM
               MOVE SPACES TO LINHA-PRECHEGADA
               STRING "CHEGADAS NO PERIODO: " PRE-QTD
                   "   SEM SINAL: " PRE-SEM-SINAL
                   INTO LINHA-PRECHEGADA
               PERFORM GRAVA-LINHA-PRECHEGADA
               CLOSE PRECHEGADA
               DISPLAY "LISTA GRAVADA EM PRE-CHEGADAS.TXT"
           END-IF.

       GRAVA-ITEM-PRECHEGADA.
           ADD 1 TO PRE-QTD
           MOVE "SEM CADASTRO" TO PRE-FONE
           IF HIST-HOSPEDE(H-IDX) > 0
               MOVE HIST-HOSPEDE(H-IDX) TO CONF-HOSPEDE
               PERFORM LOCALIZA-HOSPEDE-CADASTRO
               IF CONF-HSP-POS > 0
                   MOVE HSP-FONE(CONF-HSP-POS) TO PRE-FONE
               END-IF
           END-IF
           MOVE HIST-NUMERO(H-IDX) TO PAG-RESERVA-ALVO
           PERFORM SOMA-PAGAMENTOS-RESERVA
           MOVE SPACES TO PRE-MARCA
           IF TOTAL-PAGO = 0
               ADD 1 TO PRE-SEM-SINAL
               MOVE "*** SEM SINAL ***" TO PRE-MARCA
           END-IF
           MOVE SPACES TO LINHA-PRECHEGADA
           STRING DIA-ATUAL " RES " HIST-NUMERO(H-IDX) " "
               HIST-NOME(H-IDX)(1:25) " " HIST-TIPO(H-IDX) "-"
               HIST-QUARTO(H-IDX) " " HIST-QTD(H-IDX) "N FONE "
               PRE-FONE " " PRE-MARCA INTO LINHA-PRECHEGADA
           PERFORM GRAVA-LINHA-PRECHEGADA
           IF HIST-STATUS(H-IDX) = "O"
               MOVE SPACES TO LINHA-PRECHEGADA
               STRING "         OPCAO ATE " HIST-OPCAO-LIMITE(H-IDX)
                   INTO LINHA-PRECHEGADA
               PERFORM GRAVA-LINHA-PRECHEGADA
           END-IF.

       GRAVA-LINHA-PRECHEGADA.
           DISPLAY LINHA-PRECHEGADA
           WRITE LINHA-PRECHEGADA.

      *RPS (RECIBO PROVISORIO DE SERVICOS): TODA ESTADIA FINALIZADA
      *GANHA UM, NUMERADO PELO CONTROLE.DAT, NO RPS.DAT (SOMENTE
      *ACRESCIMO). A EXPORTACAO DO DIA GERA O ARQUIVO DE IMPORTACAO
      *DA PREFEITURA (NFSE-AAAAMMDD.TXT); CORRECAO E FEITA CANCELANDO
      *O RPS E EMITINDO OUTRO PARA A MESMA RESERVA
       MODO-NFSE.
           MOVE SPACE TO OPCAO-NFSE
           PERFORM UNTIL OPCAO-NFSE = "0"
               DISPLAY " "
               DISPLAY "--- NOTA FISCAL DE SERVICO (RPS / NFS-E) ---"
               DISPLAY "1 - EXPORTAR RPS DO DIA PARA A PREFEITURA"
               DISPLAY "2 - CANCELAR RPS"
               DISPLAY "3 - EMITIR RPS DE RESERVA FINALIZADA"
               DISPLAY "0 - VOLTAR"
               ACCEPT OPCAO-NFSE
               EVALUATE OPCAO-NFSE
                   WHEN "1"
                       PERFORM CAPTURA-DATA-NFSE
                       PERFORM GERA-EXPORTACAO-NFSE
                   WHEN "2"
                       PERFORM CANCELA-RPS
                   WHEN "3"
                       PERFORM REEMITE-RPS
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

       CAPTURA-DATA-NFSE.
           PERFORM UNTIL VALIDO = "S"
               DISPLAY "DATA DE EMISSAO DOS RPS (AAAAMMDD), <ENTER> "
                   "PARA HOJE"
               MOVE SPACES TO I-DATA-ENTRADA-TXT
               ACCEPT I-DATA-ENTRADA-TXT
               IF I-DATA-ENTRADA-TXT = SPACES
                   ACCEPT DATA-HOJE FROM DATE YYYYMMDD
                   MOVE DATA-HOJE TO NFSE-DATA
                   MOVE "S" TO VALIDO
               ELSE
                   IF I-DATA-ENTRADA-TXT IS NUMERIC
                       PERFORM VALIDA-DATA-ENTRADA
                       IF VALIDO = "S"
                           MOVE I-DATA-ENTRADA-TXT TO NFSE-DATA
                       END-IF
                   ELSE
                       DISPLAY "DATA INVALIDA -- DIGITE 8 NUMEROS "
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO VALIDO.

      *RPS DA RESERVA EM POS-HIST, NO FECHAMENTO DA CONTA: O SERVICO
      *E O MESMO TOTAL DO FOLIO (DIARIAS, EXTRAS E CONSUMOS, TAXA DE
      *SERVICO EMBUTIDA); A TAXA DE SERVICO NAO ENTRA NA BASE DO ISS.
      *ESTADIA FATURADA PARA EMPRESA SAI NO CNPJ DELA, AS DEMAIS NO
      *DOCUMENTO DO CADASTRO DO HOSPEDE
       GERA-RPS-RESERVA.
           MOVE 0 TO RPS-BUSCA
           MOVE HIST-NUMERO(POS-HIST) TO RPS-BUSCA-RES
           PERFORM VARRE-RPS
           IF RPS-ATIVOS-RES > 0
               DISPLAY "RESERVA " HIST-NUMERO(POS-HIST)
                   " JA TEM RPS ATIVO -- NENHUM RPS NOVO EMITIDO"
           ELSE
               MOVE HIST-NUMERO(POS-HIST) TO CONSUMO-ALVO
               PERFORM SOMA-CONSUMOS-RESERVA
               COMPUTE RPS-VALOR = HIST-VALOR(POS-HIST)
                   + HIST-EXTRAS(POS-HIST) + TOTAL-CONSUMOS
               IF RPS-VALOR = 0
                   DISPLAY "RESERVA " HIST-NUMERO(POS-HIST)
                       " SEM VALOR A FATURAR -- RPS NAO EMITIDO"
               ELSE
                   PERFORM MONTA-TOMADOR-RPS
                   COMPUTE RPS-TAXA ROUNDED = RPS-VALOR * 0.10 / 1.10
                   COMPUTE RPS-ISS ROUNDED = (RPS-VALOR - RPS-TAXA)
                       * ISS-ALIQUOTA-CFG / 100
                   MOVE ISS-ALIQUOTA-CFG TO RPS-ALIQUOTA
                   MOVE HIST-NUMERO(POS-HIST) TO RPS-RESERVA
                   MOVE 0 TO RPS-REFERENCIA
                   MOVE SPACES TO RPS-MOTIVO
                   MOVE "N" TO RPS-TIPO
                   PERFORM GRAVA-RPS
               END-IF
           END-IF.

       MONTA-TOMADOR-RPS.
           MOVE " " TO RPS-TOMADOR-TIPO
           MOVE SPACES TO RPS-TOMADOR-DOC
           MOVE HIST-NOME(POS-HIST) TO RPS-TOMADOR-NOME
           IF HIST-HOSPEDE(POS-HIST) > 0
               MOVE HIST-HOSPEDE(POS-HIST) TO CONF-HOSPEDE
               PERFORM LOCALIZA-HOSPEDE-CADASTRO
               IF CONF-HSP-POS > 0
                   MOVE "F" TO RPS-TOMADOR-TIPO
                   MOVE HSP-DOCUMENTO(CONF-HSP-POS) TO RPS-TOMADOR-DOC
                   MOVE HSP-NOME(CONF-HSP-POS) TO RPS-TOMADOR-NOME
               END-IF
           END-IF
           IF HIST-EMPRESA(POS-HIST) > 0
                   AND HIST-FORMA-PGTO(POS-HIST) = "F"
               MOVE HIST-EMPRESA(POS-HIST) TO EMPRESA-BUSCA
               PERFORM LOCALIZA-EMPRESA
               IF EMP-ACHADO > 0
                   MOVE "J" TO RPS-TOMADOR-TIPO
                   MOVE EMP-CNPJ(EMP-ACHADO) TO RPS-TOMADOR-DOC
                   MOVE EMP-NOME(EMP-ACHADO) TO RPS-TOMADOR-NOME
               END-IF
           END-IF.

      *GRAVA O RPS MONTADO NOS CAMPOS RPS-* COM O PROXIMO NUMERO E JA
      *REGRAVA O CONTROLE, PARA O NUMERO NUNCA SE REPETIR. QUEM CHAMA
      *ACABOU DE PASSAR PELO VARRE-RPS: SE O CONTROLE.DAT SUMIU OU
      *VOLTOU DE UMA COPIA ANTIGA, O MAIOR NUMERO DO RPS.DAT MANDA
       GRAVA-RPS.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           IF MAIOR-RPS >= PROX-RPS
               COMPUTE PROX-RPS = MAIOR-RPS + 1
               DISPLAY "AVISO: CONTROLE.DAT ATRASADO -- PROXIMO RPS "
                   "AJUSTADO PARA " PROX-RPS
           END-IF
           MOVE PROX-RPS TO RP-NUMERO
           MOVE RPS-TIPO TO RP-TIPO
           MOVE DATA-HOJE TO RP-DATA
           MOVE RPS-RESERVA TO RP-RESERVA
           MOVE RPS-REFERENCIA TO RP-REFERENCIA
           MOVE RPS-TOMADOR-TIPO TO RP-TOMADOR-TIPO
           MOVE RPS-TOMADOR-DOC TO RP-TOMADOR-DOC
           MOVE RPS-TOMADOR-NOME TO RP-TOMADOR-NOME
           MOVE RPS-VALOR TO RP-VALOR
           MOVE RPS-TAXA TO RP-TAXA
           MOVE RPS-ALIQUOTA TO RP-ALIQUOTA
           MOVE RPS-ISS TO RP-ISS
           MOVE OPERADOR-COD TO RP-OPERADOR
           MOVE RPS-MOTIVO TO RP-MOTIVO
           OPEN EXTEND RPS
           IF FS-RPS NOT = "00"
               OPEN OUTPUT RPS
           END-IF
           IF FS-RPS NOT = "00"
               DISPLAY "ERRO AO GRAVAR RPS.DAT: " FS-RPS
           ELSE
               WRITE LINHA-RPS
               CLOSE RPS
               ADD 1 TO PROX-RPS
               PERFORM GRAVA-CONTROLE
               IF RPS-TIPO = "C"
                   DISPLAY "RPS DE CANCELAMENTO " RP-NUMERO
                       " GRAVADO (CANCELA O RPS " RP-REFERENCIA ")"
                   MOVE "CANCELA RPS" TO LOG-ACAO
               ELSE
                   DISPLAY "RPS " RP-NUMERO " EMITIDO PARA A RESERVA "
                       RP-RESERVA
                   MOVE "EMITE RPS" TO LOG-ACAO
               END-IF
               MOVE RP-RESERVA TO LOG-REF
               MOVE SPACES TO LOG-DETALHE
               STRING "RPS " RP-NUMERO INTO LOG-DETALHE
               PERFORM GRAVA-LOG
           END-IF.

      *UMA PASSADA NO RPS.DAT: ACHA O RPS NORMAL RPS-BUSCA (E SE JA
      *FOI CANCELADO) E CONTA OS RPS AINDA ATIVOS DA RESERVA
      *RPS-BUSCA-RES -- NORMAIS MENOS CANCELAMENTOS. GUARDA TAMBEM O
      *MAIOR NUMERO JA GRAVADO, QUE O GRAVA-RPS USA COMO PISO
       VARRE-RPS.
           MOVE "N" TO RPS-ACHOU
           MOVE "N" TO RPS-CANCELADO
           MOVE 0 TO RPS-ATIVOS-RES
           MOVE 0 TO MAIOR-RPS
           OPEN INPUT RPS
           IF FS-RPS = "00"
               PERFORM UNTIL FS-RPS = "10"
                   READ RPS
                       AT END MOVE "10" TO FS-RPS
                       NOT AT END PERFORM AVALIA-LINHA-RPS
                   END-READ
               END-PERFORM
               CLOSE RPS
           END-IF.

       AVALIA-LINHA-RPS.
           IF RP-NUMERO IS NUMERIC AND RP-NUMERO > MAIOR-RPS
               MOVE RP-NUMERO TO MAIOR-RPS
           END-IF
           IF RP-TIPO = "N"
               IF RPS-BUSCA > 0 AND RP-NUMERO = RPS-BUSCA
                   MOVE "S" TO RPS-ACHOU
                   MOVE RP-RESERVA TO RPS-RESERVA
                   MOVE RP-TOMADOR-TIPO TO RPS-TOMADOR-TIPO
                   MOVE RP-TOMADOR-DOC TO RPS-TOMADOR-DOC
                   MOVE RP-TOMADOR-NOME TO RPS-TOMADOR-NOME
                   MOVE RP-VALOR TO RPS-VALOR
                   MOVE RP-TAXA TO RPS-TAXA
                   MOVE RP-ALIQUOTA TO RPS-ALIQUOTA
                   MOVE RP-ISS TO RPS-ISS
                   MOVE RP-DATA TO RPS-DATA-ORIGEM
               END-IF
               IF RPS-BUSCA-RES > 0 AND RP-RESERVA = RPS-BUSCA-RES
                   ADD 1 TO RPS-ATIVOS-RES
               END-IF
           ELSE
               IF RPS-BUSCA > 0 AND RP-REFERENCIA = RPS-BUSCA
                   MOVE "S" TO RPS-CANCELADO
               END-IF
               IF RPS-BUSCA-RES > 0 AND RP-RESERVA = RPS-BUSCA-RES
                       AND RPS-ATIVOS-RES > 0
                   SUBTRACT 1 FROM RPS-ATIVOS-RES
               END-IF
           END-IF.

      *O CANCELAMENTO E UM RPS NOVO, TIPO "C", COM OS MESMOS VALORES
      *E TOMADOR DO ORIGINAL E O NUMERO DELE COMO REFERENCIA -- O
      *ORIGINAL NAO E ALTERADO
       CANCELA-RPS.
           DISPLAY "NUMERO DO RPS A CANCELAR (0 PARA VOLTAR)"
           MOVE 0 TO RPS-BUSCA
           ACCEPT RPS-BUSCA
           IF RPS-BUSCA > 0
               MOVE 0 TO RPS-BUSCA-RES
               PERFORM VARRE-RPS
               IF RPS-ACHOU NOT = "S"
                   DISPLAY "RPS NAO ENCONTRADO"
               ELSE
                   IF RPS-CANCELADO = "S"
                       DISPLAY "RPS " RPS-BUSCA " JA FOI CANCELADO"
                   ELSE
                       DISPLAY "RPS " RPS-BUSCA " DE " RPS-DATA-ORIGEM
                           " RESERVA " RPS-RESERVA
                       DISPLAY "TOMADOR: " RPS-TOMADOR-NOME
                       DISPLAY "VALOR: R$ " RPS-VALOR
                           "  ISS: R$ " RPS-ISS
                       DISPLAY "MOTIVO DO CANCELAMENTO"
                       MOVE SPACES TO RPS-MOTIVO
                       ACCEPT RPS-MOTIVO
                       MOVE FUNCTION UPPER-CASE(RPS-MOTIVO)
                           TO RPS-MOTIVO
                       IF RPS-MOTIVO = SPACES
                           DISPLAY "MOTIVO OBRIGATORIO -- RPS MANTIDO"
                       ELSE
                           DISPLAY "CONFIRMA O CANCELAMENTO? (S)IM"
                           ACCEPT CONFIRMA
                           MOVE FUNCTION UPPER-CASE(CONFIRMA)
                               TO CONFIRMA
                           IF CONFIRMA = "S"
                               MOVE "C" TO RPS-TIPO
                               MOVE RPS-BUSCA TO RPS-REFERENCIA
                               PERFORM GRAVA-RPS
                               DISPLAY "CORRIJA A RESERVA E EMITA O "
                                   "RPS SUBSTITUTO PELA OPCAO 3"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REEMITE-RPS.
           DISPLAY "NUMERO DA RESERVA (0 PARA VOLTAR)"
           MOVE 0 TO RES-BUSCA
           ACCEPT RES-BUSCA
           IF RES-BUSCA > 0
               PERFORM LOCALIZA-RESERVA-QUALQUER
               IF POS-HIST = 0
                   DISPLAY "RESERVA NAO ENCONTRADA"
               ELSE
                   IF HIST-STATUS(POS-HIST) NOT = "F"
                       DISPLAY "SO RESERVA FINALIZADA (CHECK-OUT "
                           "FEITO) RECEBE RPS"
                   ELSE
                       PERFORM GERA-RPS-RESERVA
                   END-IF
               END-IF
           END-IF.

      *ARQUIVO DE IMPORTACAO DA PREFEITURA, LAYOUT FIXO DE 200
      *POSICOES: CABECALHO (1), UM DETALHE POR RPS EMITIDO NA DATA
      *(2, SITUACAO "T" TRIBUTADO OU "C" CANCELAMENTO) E RODAPE (9)
      *COM QUANTIDADE E TOTAIS. VALORES SEM PONTO, DUAS DECIMAIS.
      *SEM CNPJ E MUNICIPIO DO PRESTADOR A PREFEITURA RECUSA O
      *ARQUIVO INTEIRO -- NESSE CASO NADA E GERADO
       GERA-EXPORTACAO-NFSE.
           MOVE 0 TO NFSE-QTD
           MOVE SPACES TO NFSE-ARQ
           STRING "nfse-" NFSE-DATA ".txt" INTO NFSE-ARQ
           IF ISS-CNPJ-CFG = SPACES OR ISS-MUNICIPIO-CFG = SPACES
               DISPLAY "FALTA O CNPJ OU O MUNICIPIO DO PRESTADOR "
                   "(LINHA I DO TARIFAS.DAT) -- " NFSE-ARQ " NAO GERADO"
               MOVE "N" TO LOTE-PASSO-OK
           ELSE
           OPEN OUTPUT NFSE
           IF FS-NFSE NOT = "00"
               DISPLAY "ERRO AO CRIAR " NFSE-ARQ ": " FS-NFSE
               MOVE "N" TO LOTE-PASSO-OK
           ELSE
               MOVE SPACES TO NF-CABECALHO
               MOVE "1" TO NFC-TIPO
               MOVE "001" TO NFC-VERSAO
               MOVE ISS-CNPJ-CFG TO NFC-CNPJ
               MOVE ISS-INSCRICAO-CFG TO NFC-INSCRICAO
               MOVE ISS-MUNICIPIO-CFG TO NFC-MUNICIPIO
               MOVE NFSE-DATA TO NFC-DATA-INI
               MOVE NFSE-DATA TO NFC-DATA-FIM
               WRITE NF-CABECALHO
               MOVE 0 TO NFSE-QTD
               MOVE 0 TO NFSE-TOT-VALOR
               MOVE 0 TO NFSE-TOT-TAXA
               MOVE 0 TO NFSE-TOT-ISS
               OPEN INPUT RPS
               IF FS-RPS = "00"
                   PERFORM UNTIL FS-RPS = "10"
                       READ RPS
                           AT END MOVE "10" TO FS-RPS
                           NOT AT END
                               IF RP-DATA = NFSE-DATA
                                   PERFORM GRAVA-DETALHE-NFSE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RPS
               END-IF
               MOVE SPACES TO NF-RODAPE
               MOVE "9" TO NFR-TIPO
               MOVE NFSE-QTD TO NFR-QTD
               MOVE NFSE-TOT-VALOR TO NFR-TOTAL-VALOR
               MOVE NFSE-TOT-TAXA TO NFR-TOTAL-DEDUCAO
               MOVE NFSE-TOT-ISS TO NFR-TOTAL-ISS
               WRITE NF-RODAPE
               CLOSE NFSE
               DISPLAY NFSE-QTD " RPS EXPORTADO(S) EM " NFSE-ARQ
           END-IF
           END-IF.

      *NO RODAPE O CANCELAMENTO ENTRA NA QUANTIDADE MAS NAO NOS
      *TOTAIS -- A PREFEITURA BAIXA A NOTA ORIGINAL PELA REFERENCIA
       GRAVA-DETALHE-NFSE.
           MOVE SPACES TO NF-DETALHE
           MOVE "2" TO NFD-TIPO
           MOVE "RPS" TO NFD-ESPECIE
           MOVE "1" TO NFD-SERIE
           MOVE RP-NUMERO TO NFD-NUMERO
           MOVE RP-DATA TO NFD-DATA
           MOVE RP-VALOR TO NFD-VALOR
           MOVE RP-TAXA TO NFD-DEDUCAO
           MOVE ISS-SERVICO-CFG TO NFD-SERVICO
           MOVE RP-ALIQUOTA TO NFD-ALIQUOTA
           MOVE RP-ISS TO NFD-ISS
           MOVE RP-TOMADOR-DOC TO RPS-DOC-BRUTO
           PERFORM LIMPA-DOCUMENTO-RPS
           EVALUATE TRUE
               WHEN RPS-DOC-TAM = 11
                   MOVE "1" TO NFD-TOMADOR-IND
               WHEN RPS-DOC-TAM = 14
                   MOVE "2" TO NFD-TOMADOR-IND
               WHEN OTHER
                   MOVE "3" TO NFD-TOMADOR-IND
                   MOVE SPACES TO RPS-DOC-LIMPO
           END-EVALUATE
           MOVE RPS-DOC-LIMPO TO NFD-TOMADOR-DOC
           MOVE RP-TOMADOR-NOME TO NFD-TOMADOR-NOME
           IF RP-TIPO = "C"
               MOVE "C" TO NFD-SITUACAO
               MOVE RP-REFERENCIA TO NFD-REFERENCIA
           ELSE
               MOVE "T" TO NFD-SITUACAO
               MOVE 0 TO NFD-REFERENCIA
               ADD RP-VALOR TO NFSE-TOT-VALOR
               ADD RP-TAXA TO NFSE-TOT-TAXA
               ADD RP-ISS TO NFSE-TOT-ISS
           END-IF
           WRITE NF-DETALHE
           ADD 1 TO NFSE-QTD.

      *CPF E CNPJ VAO SO COM OS DIGITOS (O CADASTRO ACEITA PONTOS,
      *BARRA E TRACO)
       LIMPA-DOCUMENTO-RPS.
           MOVE SPACES TO RPS-DOC-LIMPO
           MOVE 0 TO RPS-DOC-TAM
           MOVE 1 TO RPS-CAR-IDX
           PERFORM UNTIL RPS-CAR-IDX > 18
               IF RPS-DOC-BRUTO(RPS-CAR-IDX:1) IS NUMERIC
                       AND RPS-DOC-TAM < 14
                   ADD 1 TO RPS-DOC-TAM
                   MOVE RPS-DOC-BRUTO(RPS-CAR-IDX:1)
                       TO RPS-DOC-LIMPO(RPS-DOC-TAM:1)
               END-IF
               ADD 1 TO RPS-CAR-IDX
           END-PERFORM.

      *FOLIO NUMERADO DO HOSPEDE (POS-HIST): DOCUMENTO PROPRIO POR
      *EMISSAO, EM FOLIO-NNNNNNN.TXT, COM DIARIAS, DESCONTO DE
           MOVE HIST-QTD(POS-HIST) TO I-QTD
           MOVE HIST-DATA-ENTRADA(POS-HIST) TO I-DATA-ENTRADA
           MOVE HIST-DATA-SAIDA(POS-HIST) TO I-DATA-SAIDA
           MOVE HIST-NUMERO(POS-HIST) TO TROCA-BUSCA
           PERFORM CALCULA-VALOR-ESTADIA
           IF VALOR-BRUTO < HIST-VALOR(POS-HIST)
               MOVE HIST-VALOR(POS-HIST) TO FOLIO-BRUTO
               MOVE 0 TO FOLIO-DESCONTO
      *PORCENTO -- O FOLIO ABRE A PARCELA CONTIDA NO TOTAL, E O
      *TOTAL A PAGAR E O MESMO DA TELA DE CHECK-OUT, DO FECHAMENTO
      *DE CAIXA E DO EXTRATO DA ADQUIRENTE
           MOVE HIST-NUMERO(POS-HIST) TO CONSUMO-ALVO
           PERFORM SOMA-CONSUMOS-RESERVA
           COMPUTE FOLIO-TOTAL = HIST-VALOR(POS-HIST)
               + HIST-EXTRAS(POS-HIST) + TOTAL-CONSUMOS
           COMPUTE FOLIO-TAXA ROUNDED = FOLIO-TOTAL * 0.10 / 1.10
           EVALUATE HIST-FORMA-PGTO(POS-HIST)
               WHEN "D"
               "   SAIDA: " HIST-DATA-SAIDA(POS-HIST)
               INTO LINHA-FOLIO
           WRITE LINHA-FOLIO
           PERFORM GRAVA-TRECHOS-FOLIO
           MOVE SPACES TO LINHA-FOLIO
           MOVE SPACES TO VALOR-TEXTO
           STRING VALOR-INDIVIDUAL INTO VALOR-TEXTO
           STRING "DESCONTO ESTADIA LONGA: R$ -" VALOR-FORMATADO
               INTO LINHA-FOLIO
           WRITE LINHA-FOLIO
      *EXTRAS DIGITADOS NA VENDA SO SAEM QUANDO EXISTEM -- O QUE FOI
      *CONSUMIDO NA ESTADIA SAI ITEM A ITEM
           IF HIST-EXTRAS(POS-HIST) > 0
               MOVE SPACES TO LINHA-FOLIO
               MOVE SPACES TO VALOR-TEXTO
               STRING HIST-EXTRAS(POS-HIST) INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               STRING "EXTRAS CONTRATADOS NA RESERVA: R$ "
                   VALOR-FORMATADO INTO LINHA-FOLIO
               WRITE LINHA-FOLIO
           END-IF
           PERFORM GRAVA-CONSUMOS-FOLIO
           MOVE SPACES TO LINHA-FOLIO
           MOVE SPACES TO VALOR-TEXTO
           STRING FOLIO-TAXA INTO VALOR-TEXTO
           MOVE ALL "=" TO LINHA-FOLIO
           WRITE LINHA-FOLIO.

      *COM TROCA DE QUARTO O FOLIO ABRE A ESTADIA EM TRECHOS: UMA
      *LINHA POR QUARTO OCUPADO, COM AS NOITES E A DIARIA BRUTA
      *DAQUELE TRECHO NA CATEGORIA DO QUARTO -- NO FIM A TARIFA BASE
      *VOLTA A SER A DA CATEGORIA ATUAL DA RESERVA
       GRAVA-TRECHOS-FOLIO.
           MOVE HIST-NUMERO(POS-HIST) TO TROCA-BUSCA
           MOVE HIST-DATA-ENTRADA(POS-HIST) TO TROCA-INI
           MOVE 0 TO TROCA-PRIMEIRA
           MOVE 1 TO TC2-IDX
           PERFORM UNTIL TC2-IDX > QTD-TROCAS
               IF TRC-RESERVA(TC2-IDX) = TROCA-BUSCA
                   IF TROCA-PRIMEIRA = 0
                       MOVE TC2-IDX TO TROCA-PRIMEIRA
                       MOVE SPACES TO LINHA-FOLIO
                       STRING "TROCAS DE QUARTO NA ESTADIA:"
                           INTO LINHA-FOLIO
                       WRITE LINHA-FOLIO
                   END-IF
                   MOVE TRC-TIPO-ANT(TC2-IDX) TO I-TIPO
                   MOVE TRC-QUARTO-ANT(TC2-IDX) TO TROCA-QUARTO-ANT
                   MOVE TRC-DATA(TC2-IDX) TO TROCA-FIM
                   PERFORM GRAVA-LINHA-TRECHO-FOLIO
                   MOVE TRC-DATA(TC2-IDX) TO TROCA-INI
               END-IF
               ADD 1 TO TC2-IDX
           END-PERFORM
           IF TROCA-PRIMEIRA > 0
               MOVE HIST-TIPO(POS-HIST) TO I-TIPO
               MOVE HIST-QUARTO(POS-HIST) TO TROCA-QUARTO-ANT
               MOVE HIST-DATA-SAIDA(POS-HIST) TO TROCA-FIM
               PERFORM GRAVA-LINHA-TRECHO-FOLIO
               MOVE HIST-TIPO(POS-HIST) TO I-TIPO
               PERFORM BUSCA-TARIFA
           END-IF.

      *TRECHO QUE FICOU SEM NOITE (DUAS TROCAS NO MESMO DIA, OU
      *SAIDA ANTECIPADA ANTES DA TROCA) NAO SAI NO FOLIO
       GRAVA-LINHA-TRECHO-FOLIO.
           IF TROCA-FIM > HIST-DATA-SAIDA(POS-HIST)
               MOVE HIST-DATA-SAIDA(POS-HIST) TO TROCA-FIM
           END-IF
           IF TROCA-FIM > TROCA-INI
               PERFORM BUSCA-TARIFA
               MOVE 0 TO TRECHO-BRUTO
               MOVE 0 TO TRECHO-NOITES
               COMPUTE NOITE-INT = FUNCTION INTEGER-OF-DATE(TROCA-INI)
               MOVE TROCA-INI TO NOITE-DATA
               PERFORM UNTIL NOITE-DATA >= TROCA-FIM
                   PERFORM CALCULA-PRECO-NOITE
                   ADD VALOR-NOITE TO TRECHO-BRUTO
                   ADD 1 TO TRECHO-NOITES
                   ADD 1 TO NOITE-INT
                   COMPUTE NOITE-DATA =
                       FUNCTION DATE-OF-INTEGER(NOITE-INT)
               END-PERFORM
               MOVE SPACES TO LINHA-FOLIO
               MOVE SPACES TO VALOR-TEXTO
               STRING TRECHO-BRUTO INTO VALOR-TEXTO
               MOVE VALOR-TEXTO TO VALOR-FORMATADO
               STRING "  QUARTO " I-TIPO "-" TROCA-QUARTO-ANT
                   " DE " TROCA-INI " A " TROCA-FIM " ("
                   TRECHO-NOITES " NOITES): R$ " VALOR-FORMATADO
                   INTO LINHA-FOLIO
               WRITE LINHA-FOLIO
           END-IF.

      *A DATA E PEGA COMO TEXTO E SO VIRA NUMERICA APOS PASSAR PELA
      *VALIDACAO -- MOVER UM TEXTO CURTO OU NAO NUMERICO DIRETO PARA
      *UM CAMPO 9(8) DEIXARIA I-DATA-ENTRADA COM LIXO
               ADD 1 TO NOITE-INT
               ADD 1 TO NOITE-CONT
           END-PERFORM
           PERFORM APLICA-DESCONTO-ESTADIA.

      *O DESCONTO DE ESTADIA LONGA VALE SOBRE O TOTAL DE NOITES DA
      *RESERVA, MESMO QUANDO ELA FOI PRECIFICADA EM TRECHOS
       APLICA-DESCONTO-ESTADIA.
           MOVE VALOR-BRUTO TO VALOR-DIAS
           EVALUATE TRUE
               WHEN I-QTD >= 30
           END-EVALUATE
           COMPUTE VALOR-DESCONTO = VALOR-BRUTO - VALOR-DIAS.

      *PRECO DA ESTADIA DA RESERVA EM TROCA-BUSCA A PARTIR DE
      *I-DATA-ENTRADA POR I-QTD NOITES. SEM TROCA DE QUARTO E O
      *PROPRIO CALCULA-VALOR-DIAS NA CATEGORIA EM I-TIPO; COM TROCA,
      *CADA NOITE USA A CATEGORIA EM QUE O HOSPEDE DORMIU -- A DE
      *ORIGEM ATE A PRIMEIRA TROCA E, DAI EM DIANTE, A DO QUARTO NOVO
      *DA ULTIMA TROCA JA VALIDA NAQUELA NOITE
       CALCULA-VALOR-ESTADIA.
           MOVE 0 TO TROCA-PRIMEIRA
           MOVE 1 TO TC-IDX
           PERFORM UNTIL TC-IDX > QTD-TROCAS OR TROCA-PRIMEIRA > 0
               IF TRC-RESERVA(TC-IDX) = TROCA-BUSCA
                   MOVE TC-IDX TO TROCA-PRIMEIRA
               END-IF
               ADD 1 TO TC-IDX
           END-PERFORM
           IF TROCA-PRIMEIRA = 0
               PERFORM CALCULA-VALOR-DIAS
           ELSE
               MOVE TRC-TIPO-ANT(TROCA-PRIMEIRA) TO I-TIPO
               PERFORM BUSCA-TARIFA
               MOVE 0 TO VALOR-BRUTO
               COMPUTE NOITE-INT =
                   FUNCTION INTEGER-OF-DATE(I-DATA-ENTRADA)
               MOVE 0 TO NOITE-CONT
               PERFORM UNTIL NOITE-CONT >= I-QTD
                   COMPUTE NOITE-DATA =
                       FUNCTION DATE-OF-INTEGER(NOITE-INT)
                   PERFORM LOCALIZA-TIPO-NOITE
                   IF ESTADIA-TIPO NOT = I-TIPO
                       MOVE ESTADIA-TIPO TO I-TIPO
                       PERFORM BUSCA-TARIFA
                   END-IF
                   PERFORM CALCULA-PRECO-NOITE
                   ADD VALOR-NOITE TO VALOR-BRUTO
                   ADD 1 TO NOITE-INT
                   ADD 1 TO NOITE-CONT
               END-PERFORM
               PERFORM APLICA-DESCONTO-ESTADIA
           END-IF.

      *AS TROCAS DE UMA RESERVA ESTAO NO ARQUIVO EM ORDEM DE DATA,
      *ENTAO A ULTIMA QUE JA VALE NA NOITE E A CATEGORIA DELA
       LOCALIZA-TIPO-NOITE.
           MOVE TRC-TIPO-ANT(TROCA-PRIMEIRA) TO ESTADIA-TIPO
           MOVE TROCA-PRIMEIRA TO TC-IDX
           PERFORM UNTIL TC-IDX > QTD-TROCAS
               IF TRC-RESERVA(TC-IDX) = TROCA-BUSCA
                       AND TRC-DATA(TC-IDX) <= NOITE-DATA
                   MOVE TRC-TIPO-NOVO(TC-IDX) TO ESTADIA-TIPO
               END-IF
               ADD 1 TO TC-IDX
           END-PERFORM.

      *O DIA 1 DE INTEGER-OF-DATE FOI UMA SEGUNDA-FEIRA, ENTAO O
      *RESTO DA DIVISAO POR 7 DA O DIA DA SEMANA: 5 = SEXTA E
      *6 = SABADO SAO AS NOITES DE FIM DE SEMANA
           MOVE "S" TO LIVRE
           PERFORM VERIFICA-QUARTO-BLOQUEADO
           PERFORM VERIFICA-CONFLITO-HISTORICO
           PERFORM VERIFICA-CONFLITO-TROCAS
           PERFORM VERIFICA-CONFLITO-SESSAO.

      *QUARTO FORA DE ORDEM NO QUARTOS.DAT NAO PODE SER VENDIDO --
      *NO-SHOW E CANCELADA NAO BLOQUEIAM O QUARTO -- CHECK-OUT
      *ANTECIPADO JA FICA LIVRE PORQUE A DATA DE SAIDA FOI REGRAVADA
      *COM A DATA REAL
      *RESERVA QUE JA TROCOU DE QUARTO SO OCUPA O QUARTO ATUAL A
      *PARTIR DA DATA DA ULTIMA TROCA -- OS TRECHOS ANTERIORES FICAM
      *POR CONTA DE VERIFICA-CONFLITO-TROCAS
       VERIFICA-CONFLITO-HISTORICO.
           MOVE 1 TO H-IDX
           PERFORM UNTIL H-IDX > QTD-HISTORICO
                   AND HIST-QUARTO(H-IDX) = QUARTO-CAND
                   AND HIST-DATA-ENTRADA(H-IDX) < I-DATA-SAIDA
                   AND HIST-DATA-SAIDA(H-IDX) > I-DATA-ENTRADA
                       MOVE HIST-NUMERO(H-IDX) TO TROCA-BUSCA
                       PERFORM LOCALIZA-ULTIMA-TROCA
                       IF TROCA-ULT-DATA < I-DATA-SAIDA
                           MOVE "N" TO LIVRE
                       END-IF
               END-IF
               ADD 1 TO H-IDX
           END-PERFORM.

       LOCALIZA-ULTIMA-TROCA.
           MOVE 0 TO TROCA-ULT-DATA
           MOVE 1 TO TC-IDX
           PERFORM UNTIL TC-IDX > QTD-TROCAS
               IF TRC-RESERVA(TC-IDX) = TROCA-BUSCA
                   MOVE TRC-DATA(TC-IDX) TO TROCA-ULT-DATA
               END-IF
               ADD 1 TO TC-IDX
           END-PERFORM.

      *O QUARTO DE ONDE O HOSPEDE SAIU CONTINUA OCUPADO NO TRECHO EM
      *QUE ELE DORMIU LA: DA ENTRADA (OU DA TROCA ANTERIOR) ATE A
      *DATA DA TROCA. TROCA DE RESERVA JA ARQUIVADA, CANCELADA OU
      *NO-SHOW NAO BLOQUEIA MAIS NADA
       VERIFICA-CONFLITO-TROCAS.
           MOVE 1 TO TC-IDX
           PERFORM UNTIL TC-IDX > QTD-TROCAS
               IF TRC-TIPO-ANT(TC-IDX) = I-TIPO
                   AND TRC-QUARTO-ANT(TC-IDX) = QUARTO-CAND
                   AND TRC-DATA(TC-IDX) > I-DATA-ENTRADA
                       PERFORM AVALIA-TRECHO-TROCA
               END-IF
               ADD 1 TO TC-IDX
           END-PERFORM.

       AVALIA-TRECHO-TROCA.
           MOVE 0 TO TH-IDX
           MOVE 1 TO H2-IDX
           PERFORM UNTIL H2-IDX > QTD-HISTORICO OR TH-IDX > 0
               IF HIST-NUMERO(H2-IDX) = TRC-RESERVA(TC-IDX)
                   MOVE H2-IDX TO TH-IDX
               END-IF
               ADD 1 TO H2-IDX
           END-PERFORM
           IF TH-IDX > 0
               IF HIST-STATUS(TH-IDX) NOT = "N"
                   AND HIST-STATUS(TH-IDX) NOT = "C"
                   MOVE HIST-DATA-ENTRADA(TH-IDX) TO TROCA-INI
                   MOVE 1 TO TC2-IDX
                   PERFORM UNTIL TC2-IDX >= TC-IDX
                       IF TRC-RESERVA(TC2-IDX) = TRC-RESERVA(TC-IDX)
                           MOVE TRC-DATA(TC2-IDX) TO TROCA-INI
                       END-IF
                       ADD 1 TO TC2-IDX
                   END-PERFORM
                   MOVE TRC-DATA(TC-IDX) TO TROCA-FIM
                   IF HIST-DATA-SAIDA(TH-IDX) < TROCA-FIM
                       MOVE HIST-DATA-SAIDA(TH-IDX) TO TROCA-FIM
                   END-IF
                   IF TROCA-INI < I-DATA-SAIDA
                       AND TROCA-FIM > I-DATA-ENTRADA
                       MOVE "N" TO LIVRE
                   END-IF
               END-IF
           END-IF.

       VERIFICA-CONFLITO-SESSAO.
           MOVE 1 TO S-IDX
           PERFORM UNTIL S-IDX > INDICE - 1
                MOVE I-EMPRESA TO REG-EMPRESA(INDICE)
                MOVE I-ADULTOS TO REG-ADULTOS(INDICE)
                MOVE I-CRIANCAS TO REG-CRIANCAS(INDICE)
                MOVE I-AGENCIA TO REG-AGENCIA(INDICE)
                MOVE DATA-HOJE TO REG-DATA-REGISTRO(INDICE)
                ADD VALOR-DIAS TO VALOR-TOTAL
                ADD I-EXTRAS TO VALOR-TOTAL
               STRING "backup-" BKP-SLOT "-controle.dat" INTO BKP-ARQ
               OPEN OUTPUT BACKUPARQ
               MOVE SPACES TO LINHA-BACKUP
               STRING PROX-RESERVA PROX-FOLIO PROX-GRUPO DATA-HOJE
                   PROX-RPS INTO LINHA-BACKUP
               WRITE LINHA-BACKUP
               CLOSE BACKUPARQ
               MOVE SPACES TO BKP-ARQ
           MOVE HIST-OPCAO-LIMITE(H-IDX) TO AQ-OPCAO-LIMITE
           MOVE HIST-EMPRESA(H-IDX) TO AQ-EMPRESA
           MOVE HIST-ADULTOS(H-IDX) TO AQ-ADULTOS
           MOVE HIST-CRIANCAS(H-IDX) TO AQ-CRIANCAS
           MOVE HIST-AGENCIA(H-IDX) TO AQ-AGENCIA.

      *CONFERENCIA DE CARGA: O CONTADOR DO CONTROLE.DAT TEM DE ESTAR
      *A FRENTE DO MAIOR NUMERO GRAVADO, TODO VINCULO DE HOSPEDE TEM
           ELSE
               MOVE 0 TO HIST-CRIANCAS(QTD-HISTORICO)
           END-IF
           IF AQ-AGENCIA IS NUMERIC
               MOVE AQ-AGENCIA TO HIST-AGENCIA(QTD-HISTORICO)
           ELSE
               MOVE 0 TO HIST-AGENCIA(QTD-HISTORICO)
           END-IF
           IF AQ-NUMERO >= PROX-RESERVA
               COMPUTE PROX-RESERVA = AQ-NUMERO + 1
           END-IF.
