                                       "c:/temp/inventario.txt"
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-FS-INVENTARIO.

           SELECT FORNECEDORES ASSIGN TO "c:/temp/fornecedores.txt"
           ORGANIZATION            IS INDEXED
           ACCESS                  IS DYNAMIC
           RECORD KEY              IS CODIGO-FORNECEDOR
           FILE STATUS             IS WS-FS-FORNECEDORES.

           SELECT CONTAS-PAGAR ASSIGN TO "c:/temp/contas-pagar.txt"
           ORGANIZATION            IS INDEXED
           ACCESS                  IS DYNAMIC
           RECORD KEY              IS CP-CHAVE
           FILE STATUS             IS WS-FS-PAGAR.

           SELECT NOTAS-FISCAIS ASSIGN TO "c:/temp/notas-fiscais.txt"
           ORGANIZATION            IS INDEXED
           ACCESS                  IS DYNAMIC
           RECORD KEY              IS NF-NUMERO
           ALTERNATE RECORD KEY    IS NF-CODIGO-PEDIDO
                                   WITH DUPLICATES
           FILE STATUS             IS WS-FS-NOTAS.

           SELECT ALIQUOTAS-ICMS ASSIGN TO "c:/temp/aliquotas-icms.txt"
           ORGANIZATION            IS INDEXED
           ACCESS                  IS DYNAMIC
           RECORD KEY              IS AL-UF
           FILE STATUS             IS WS-FS-ALIQ.

           SELECT NOTA-FISCAL-DOC ASSIGN TO "c:/temp/nota-fiscal.txt"
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-FS-NF-DOC.

           SELECT LIVRO-SAIDAS ASSIGN TO "c:/temp/livro-saidas.txt"
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-FS-LIVRO.

           SELECT REMESSA-BANCO ASSIGN TO DYNAMIC WS-REM-NOME-ARQ
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-FS-REMESSA.

           SELECT RETORNO-BANCO ASSIGN TO "c:/temp/retorno-banco.txt"
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-FS-RETORNO.

           SELECT RETORNO-REJ ASSIGN TO "c:/temp/retorno-rej.txt"
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-FS-RET-REJ.

           SELECT PARAMETROS ASSIGN TO "c:/temp/parametros.txt"
           ORGANIZATION            IS INDEXED
           ACCESS                  IS DYNAMIC
           RECORD KEY              IS PAR-CHAVE
           FILE STATUS             IS WS-FS-PARAM.

           SELECT RELATORIO-ENCARGOS ASSIGN TO "c:/temp/encargos.txt"
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-FS-REL-ENC.

           SELECT TABELA-PRECOS ASSIGN TO "c:/temp/tabela-precos.txt"
           ORGANIZATION            IS INDEXED
           ACCESS                  IS DYNAMIC
           RECORD KEY              IS TP-CHAVE
           FILE STATUS             IS WS-FS-TAB-PRECO.

           SELECT RELATORIO-PRECOS ASSIGN TO
                                   "c:/temp/precos-programados.txt"
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-FS-REL-PRECO.

           SELECT METAS-VENDAS ASSIGN TO "c:/temp/metas-vendas.txt"
           ORGANIZATION            IS INDEXED
           ACCESS                  IS DYNAMIC
           RECORD KEY              IS MT-CHAVE
           FILE STATUS             IS WS-FS-METAS.

           SELECT FECHAMENTO-MENSAL ASSIGN TO
                                    "c:/temp/fechamento-mensal.txt"
           ORGANIZATION            IS INDEXED
           ACCESS                  IS DYNAMIC
           RECORD KEY              IS FM-ANO-MES
           FILE STATUS             IS WS-FS-FECHA-MES.

           SELECT ESTOQUE-MENSAL ASSIGN TO "c:/temp/estoque-mensal.txt"
           ORGANIZATION            IS INDEXED
           ACCESS                  IS DYNAMIC
           RECORD KEY              IS SE-CHAVE
           FILE STATUS             IS WS-FS-EST-MES.

           SELECT RELATORIO-FECHA-MES ASSIGN TO
                                      "c:/temp/fechamento-mes.txt"
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-FS-REL-FMES.

           SELECT RELATORIO-ABC ASSIGN TO "c:/temp/curva-abc.txt"
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-FS-REL-ABC.

           SELECT BACKUP-ARQUIVO ASSIGN TO DYNAMIC WS-BKP-NOME-ARQ
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-FS-BKP-ARQ.

           SELECT BACKUP-CONTROLE ASSIGN TO
                                      "c:/temp/backup-controle.txt"
           ORGANIZATION            IS INDEXED
           ACCESS                  IS DYNAMIC
           RECORD KEY              IS BC-GERACAO
           FILE STATUS             IS WS-FS-BKP-CTRL.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           03 CIDADE               PIC X(20).
           03 UF                   PIC X(02).
           03 CEP                  PIC 9(08).
           03 CODIGO-TABELA-PRECO  PIC 9(03).

       FD PRODUTOS.
       01 REG-PRODUTOS.
           03 PRECO                PIC 9(06)V99.
           03 QTDE-ESTOQUE         PIC 9(05).
           03 QTDE-MINIMA          PIC 9(05).
           03 CUSTO-MEDIO          PIC 9(06)V99.
           03 CLASSE-ABC           PIC X(01).

       FD PEDIDO-VENDAS.
       01 REG-PEDIDO-VENDAS.
           03 IP-PRECO             PIC 9(06)V99.
           03 IP-QTDE              PIC 9(03).
           03 IP-VALOR-ITEM        PIC 9(09)V99.
           03 IP-CUSTO-UNITARIO    PIC 9(06)V99.

       FD PEDIDO-COMPRA.
       01 REG-PEDIDO-COMPRA.
           03 PC-DATA-EMISSAO      PIC 9(08).
           03 PC-DATA-RECEBTO      PIC 9(08).
           03 PC-SITUACAO          PIC X(09).
           03 PC-CODIGO-FORNECEDOR PIC 9(06).
           03 PC-CUSTO-UNITARIO    PIC 9(06)V99.
           03 PC-COND-PAGTO        PIC 9(01).

       FD CONTAS-RECEBER.
       01 REG-CONTAS-RECEBER.
           03 CR-VALOR-PAGO        PIC 9(09)V99.
           03 CR-DATA-PAGAMENTO    PIC 9(08).
           03 CR-SITUACAO          PIC X(09).
           03 CR-NUM-REMESSA       PIC 9(06).
           03 CR-DATA-REMESSA      PIC 9(08).
           03 CR-MULTA-PAGA        PIC 9(09)V99.
           03 CR-JUROS-PAGOS       PIC 9(09)V99.
           03 CR-ENCARGO-DISPENSADO PIC 9(09)V99.

       FD OPERADORES.
       01 REG-OPERADORES.
       FD MOVTO-ESTOQUE.
       01 REG-MOVTO-ESTOQUE.
           03 MV-DATA-HORA         PIC X(16).
           03 FILLER REDEFINES MV-DATA-HORA.
               05 MV-DATA-MOVTO    PIC 9(08).
               05 FILLER           PIC X(08).
           03 MV-CODIGO-PRODUTO    PIC 9(06).
           03 MV-TIPO              PIC X(10).
           03 MV-DOCUMENTO         PIC 9(06).
           03 MV-QTDE-ENTRADA      PIC 9(05).
           03 MV-QTDE-SAIDA        PIC 9(05).
           03 MV-SALDO-APOS        PIC 9(05).
           03 MV-CUSTO-UNITARIO    PIC 9(06)V99.

       FD LOG-HISTORICO.
       01 REG-LOG-HISTORICO           PIC X(50).

       FD RELATORIO-INVENTARIO.
       01 REG-RELATORIO-INVENTARIO    PIC X(80).

       FD FORNECEDORES.
       01 REG-FORNECEDORES.
           03 CODIGO-FORNECEDOR    PIC 9(06).
           03 FN-NOME              PIC X(25).
           03 FN-CNPJ              PIC X(14).
           03 FN-TELEFONE          PIC X(13).
           03 FN-ENDERECO          PIC X(30).
           03 FN-CIDADE            PIC X(20).
           03 FN-UF                PIC X(02).

       FD CONTAS-PAGAR.
       01 REG-CONTAS-PAGAR.
           03 CP-CHAVE.
               05 CP-CODIGO-COMPRA PIC 9(06).
               05 CP-PARCELA       PIC 9(02).
           03 CP-CODIGO-FORNECEDOR PIC 9(06).
           03 CP-DATA-VENCIMENTO   PIC 9(08).
           03 CP-VALOR             PIC 9(09)V99.
           03 CP-VALOR-PAGO        PIC 9(09)V99.
           03 CP-DATA-PAGAMENTO    PIC 9(08).
           03 CP-SITUACAO          PIC X(09).

       FD NOTAS-FISCAIS.
       01 REG-NOTAS-FISCAIS.
           03 NF-NUMERO            PIC 9(06).
           03 NF-CODIGO-PEDIDO     PIC 9(06).
           03 NF-DATA-EMISSAO      PIC 9(08).
           03 NF-CODIGO-CLIENTE    PIC 9(06).
           03 NF-UF                PIC X(02).
           03 NF-ALIQ-ICMS         PIC 9(02)V99.
           03 NF-VALOR-PRODUTOS    PIC 9(09)V99.
           03 NF-BASE-ICMS         PIC 9(09)V99.
           03 NF-VALOR-ICMS        PIC 9(09)V99.
           03 NF-VALOR-TOTAL       PIC 9(09)V99.
           03 NF-SITUACAO          PIC X(09).
           03 NF-DATA-CANCELAMENTO PIC 9(08).

       FD ALIQUOTAS-ICMS.
       01 REG-ALIQUOTAS-ICMS.
           03 AL-UF                PIC X(02).
           03 AL-ALIQ-INTERNA      PIC 9(02)V99.
           03 AL-ALIQ-INTERESTADUAL PIC 9(02)V99.
           03 AL-EMITENTE          PIC X(01).

       FD NOTA-FISCAL-DOC.
       01 REG-NOTA-FISCAL-DOC         PIC X(80).

       FD LIVRO-SAIDAS.
       01 REG-LIVRO-SAIDAS            PIC X(80).

       FD REMESSA-BANCO.
       01 REG-REMESSA-BANCO.
           03 RM-NUM-REMESSA       PIC 9(06).
           03 RM-DATA-REMESSA      PIC 9(08).
           03 RM-CODIGO-PEDIDO     PIC 9(06).
           03 RM-PARCELA           PIC 9(02).
           03 RM-CODIGO-CLIENTE    PIC 9(06).
           03 RM-NOME-CLIENTE      PIC X(25).
           03 RM-DATA-VENCIMENTO   PIC 9(08).
           03 RM-VALOR             PIC 9(09)V99.
           03 RM-PERC-MULTA        PIC 9(02)V99.
           03 RM-PERC-JUROS-DIA    PIC 9(02)V9999.
           03 RM-DIAS-CARENCIA     PIC 9(03).

       FD RETORNO-BANCO.
       01 REG-RETORNO-BANCO.
           03 RT-CODIGO-PEDIDO     PIC 9(06).
           03 RT-PARCELA           PIC 9(02).
           03 RT-VALOR-PAGO        PIC 9(09)V99.
           03 RT-DATA-PAGAMENTO    PIC 9(08).

       FD RETORNO-REJ.
       01 REG-RETORNO-REJ.
           03 REJ-RET-DADOS        PIC X(27).
           03 REJ-RET-MOTIVO       PIC X(30).
           03 REJ-RET-SALDO        PIC 9(09)V99.

       FD PARAMETROS.
       01 REG-PARAMETROS.
           03 PAR-CHAVE            PIC X(10).
           03 PAR-DADOS            PIC X(30).
           03 PAR-ENCARGOS REDEFINES PAR-DADOS.
               05 PAR-PERC-MULTA       PIC 9(02)V99.
               05 PAR-PERC-JUROS-DIA   PIC 9(02)V9999.
               05 PAR-DIAS-CARENCIA    PIC 9(03).
               05 FILLER               PIC X(17).
           03 PAR-BACKUP REDEFINES PAR-DADOS.
               05 PAR-BKP-GERACOES     PIC 9(02).
               05 PAR-BKP-AUTOMATICO   PIC X(01).
               05 FILLER               PIC X(27).
           03 PAR-CURVA-ABC REDEFINES PAR-DADOS.
               05 PAR-ABC-PERC-A       PIC 9(03)V99.
               05 PAR-ABC-PERC-B       PIC 9(03)V99.
               05 PAR-ABC-DIAS-PARADO  PIC 9(03).
               05 FILLER               PIC X(17).

       FD RELATORIO-ENCARGOS.
       01 REG-RELATORIO-ENCARGOS      PIC X(80).

       FD TABELA-PRECOS.
       01 REG-TABELA-PRECOS.
           03 TP-CHAVE.
               05 TP-CODIGO-PRODUTO PIC 9(06).
               05 TP-CODIGO-TABELA  PIC 9(03).
               05 TP-DATA-INICIO    PIC 9(08).
           03 TP-PRECO             PIC 9(06)V99.
           03 TP-DATA-FIM          PIC 9(08).
           03 TP-DATA-CADASTRO     PIC 9(08).
           03 TP-CODIGO-OPERADOR   PIC 9(03).

       FD RELATORIO-PRECOS.
       01 REG-RELATORIO-PRECOS        PIC X(80).

       FD METAS-VENDAS.
       01 REG-METAS-VENDAS.
           03 MT-CHAVE.
               05 MT-CODIGO-VENDEDOR PIC 9(03).
               05 MT-ANO-MES        PIC 9(06).
           03 MT-VALOR-META        PIC 9(09)V99.
           03 MT-PERC-COMISSAO-META PIC 9(02)V99.
           03 MT-QTD-PRODUTOS      PIC 9(02).
           03 MT-PRODUTO OCCURS 10 TIMES.
               05 MT-PROD-CODIGO   PIC 9(06).
               05 MT-PROD-QTDE     PIC 9(05).

       FD FECHAMENTO-MENSAL.
       01 REG-FECHAMENTO-MENSAL.
           03 FM-ANO-MES           PIC 9(06).
           03 FM-SITUACAO          PIC X(08).
           03 FM-DATA-HORA         PIC X(16).
           03 FM-OPERADOR          PIC 9(03).
           03 FM-QTD-PRODUTOS      PIC 9(05).
           03 FM-VALOR-ESTOQUE     PIC 9(11)V99.
           03 FM-DATA-HORA-REAB    PIC X(16).
           03 FM-OPERADOR-REAB     PIC 9(03).

       FD ESTOQUE-MENSAL.
       01 REG-ESTOQUE-MENSAL.
           03 SE-CHAVE.
               05 SE-ANO-MES       PIC 9(06).
               05 SE-CODIGO-PRODUTO PIC 9(06).
           03 SE-PRODUTO           PIC X(25).
           03 SE-QTDE-ABERTURA     PIC 9(07).
           03 SE-QTDE-ENTRADAS     PIC 9(07).
           03 SE-QTDE-SAIDAS       PIC 9(07).
           03 SE-QTDE-ESTOQUE      PIC 9(07).
           03 SE-CUSTO-MEDIO       PIC 9(06)V99.
           03 SE-VALOR-ESTOQUE     PIC 9(11)V99.

       FD RELATORIO-FECHA-MES.
       01 REG-RELATORIO-FECHA-MES     PIC X(80).

       FD RELATORIO-ABC.
       01 REG-RELATORIO-ABC           PIC X(80).

       FD BACKUP-ARQUIVO.
       01 REG-BACKUP-ARQUIVO.
           03 BK-ARQUIVO           PIC X(20).
           03 BK-DADOS             PIC X(200).
           03 BK-CABECALHO REDEFINES BK-DADOS.
               05 BK-CAB-GERACAO   PIC 9(06).
               05 BK-CAB-DATA-HORA PIC X(16).
               05 FILLER           PIC X(178).

       FD BACKUP-CONTROLE.
       01 REG-BACKUP-CONTROLE.
           03 BC-GERACAO           PIC 9(06).
           03 BC-DATA-HORA         PIC X(16).
           03 BC-OPERADOR          PIC 9(03).
           03 BC-SLOT              PIC 9(02).
           03 BC-SITUACAO          PIC X(10).
           03 BC-QTD-ARQUIVOS      PIC 9(02).
           03 BC-ARQUIVO OCCURS 30 TIMES.
               05 BC-ARQ-NOME      PIC X(20).
               05 BC-ARQ-REGISTROS PIC 9(07).
               05 BC-ARQ-CHECKSUM  PIC 9(09).
       WORKING-STORAGE SECTION.
       77 WS-FS-CLIENTES           PIC 99.
       77 WS-FS-PRODUTOS           PIC 99.
       77 WS-MOV-ENTRADA-PARM      PIC 9(05) VALUE ZEROS.
       77 WS-MOV-SAIDA-PARM        PIC 9(05) VALUE ZEROS.
       77 WS-MOV-SALDO-PARM        PIC 9(05) VALUE ZEROS.
       77 WS-MOV-CUSTO-PARM        PIC 9(06)V99 VALUE ZEROS.
       77 WS-KDX-PRODUTO           PIC 9(06) VALUE ZEROS.
       77 WS-KDX-PROD-OK           PIC X(01) VALUE SPACES.
       77 WS-KDX-ACHOU             PIC X(01) VALUE SPACES.
       77 WS-FS-ABERTURA           PIC 99 VALUE ZEROS.
       77 WS-QTD-PARCELAS          PIC 9(01) VALUE ZERO.
       77 WS-PARCELA-IDX           PIC 9(02) VALUE ZERO.
       77 WS-PARC-GRAVADAS         PIC 9(02) VALUE ZERO.
       77 WS-VALOR-PARCELA         PIC 9(09)V99 VALUE ZERO.
       77 WS-VALOR-ULT-PARC        PIC 9(09)V99 VALUE ZERO.
       77 WS-VENC-MESES            PIC 9(02) VALUE ZERO.
       77 WS-REPOE-ACHOU           PIC X(01) VALUE SPACES.
       77 WS-TEM-REFERENCIA        PIC X(01) VALUE SPACES.
       77 WS-AUDIT-ERROS           PIC 9(05) VALUE ZERO.
       77 WS-FS-FORNECEDORES       PIC 99.
       77 WS-FS-PAGAR              PIC 99.
       77 WS-PAG-VALOR-COMPRA      PIC 9(09)V99 VALUE ZERO.
       77 WS-PAG-TOT-ABERTO        PIC 9(11)V99 VALUE ZERO.
       77 WS-PAG-TOT-VENCIDO       PIC 9(11)V99 VALUE ZERO.
       77 WS-PAG-VENCIDO           PIC 9(09)V99 VALUE ZERO.
       77 WS-FS-NOTAS              PIC 99.
       77 WS-FS-ALIQ               PIC 99.
       77 WS-FS-NF-DOC             PIC 99.
       77 WS-FS-LIVRO              PIC 99.
       77 WS-LINHA-NF              PIC X(80) VALUE SPACES.
       77 WS-LINHA-LIVRO           PIC X(80) VALUE SPACES.
       77 WS-NF-EMITIR             PIC X(01) VALUE SPACES.
       77 WS-NF-OK                 PIC X(01) VALUE SPACES.
       77 WS-NF-FIM                PIC X(01) VALUE SPACES.
       77 WS-NF-ALIQ               PIC 9(02)V99 VALUE ZERO.
       77 WS-NF-DATA               PIC 9(08) VALUE ZERO.
       77 WS-NF-ICMS-ITEM          PIC 9(09)V99 VALUE ZERO.
       77 WS-NF-IMPRIME            PIC X(01) VALUE SPACES.
       77 WS-NF-TOT-PROD           PIC 9(09)V99 VALUE ZERO.
       77 WS-NF-TOT-ICMS           PIC 9(09)V99 VALUE ZERO.
       77 WS-NF-MES                PIC 9(06) VALUE ZERO.
       77 WS-NF-DATA-INI           PIC 9(08) VALUE ZERO.
       77 WS-NF-DATA-FIM           PIC 9(08) VALUE ZERO.
       77 WS-NF-DIA                PIC 9(02) VALUE ZERO.
       77 WS-NF-QTD-NOTAS          PIC 9(05) VALUE ZERO.
       77 WS-NF-QTD-CANC           PIC 9(05) VALUE ZERO.
       77 WS-NF-TOT-CONTABIL       PIC 9(11)V99 VALUE ZERO.
       77 WS-NF-TOT-BASE           PIC 9(11)V99 VALUE ZERO.
       77 WS-NF-TOT-IMPOSTO        PIC 9(11)V99 VALUE ZERO.
       77 WS-FS-REMESSA            PIC 99.
       77 WS-FS-RETORNO            PIC 99.
       77 WS-FS-RET-REJ            PIC 99.
       77 WS-REM-NUMERO            PIC 9(06) VALUE ZERO.
       77 WS-REM-DATA              PIC 9(08) VALUE ZERO.
       77 WS-REM-VALOR-TOT         PIC 9(11)V99 VALUE ZERO.
       77 WS-REM-PENDENTES         PIC 9(07) VALUE ZERO.
       77 WS-REM-NOME-ARQ          PIC X(40) VALUE SPACES.
       77 WS-RET-VALOR-TOT         PIC 9(11)V99 VALUE ZERO.
       77 WS-FS-PARAM              PIC 99.
       77 WS-FS-REL-ENC            PIC 99.
       77 WS-LINHA-ENCARGOS        PIC X(80) VALUE SPACES.
       77 WS-ENC-PERC-MULTA        PIC 9(02)V99 VALUE ZERO.
       77 WS-ENC-PERC-JUROS        PIC 9(02)V9999 VALUE ZERO.
       77 WS-ENC-CARENCIA          PIC 9(03) VALUE ZERO.
       77 WS-ENC-DATA-PAGTO        PIC 9(08) VALUE ZERO.
       77 WS-ENC-DIAS              PIC S9(05) VALUE ZERO.
       77 WS-ENC-DIAS-ANT          PIC S9(05) VALUE ZERO.
       77 WS-ENC-PRINCIPAL         PIC 9(09)V99 VALUE ZERO.
       77 WS-ENC-MULTA             PIC 9(09)V99 VALUE ZERO.
       77 WS-ENC-JUROS             PIC 9(09)V99 VALUE ZERO.
       77 WS-ENC-MULTA-COBRAR      PIC 9(09)V99 VALUE ZERO.
       77 WS-ENC-JUROS-COBRAR      PIC 9(09)V99 VALUE ZERO.
       77 WS-ENC-DISPENSADO        PIC 9(09)V99 VALUE ZERO.
       77 WS-ENC-TOTAL             PIC 9(09)V99 VALUE ZERO.
       77 WS-ENC-DISPENSA          PIC X(01) VALUE SPACES.
       77 WS-ENC-MES               PIC 9(06) VALUE ZERO.
       77 WS-ENC-DATA-INI          PIC 9(08) VALUE ZERO.
       77 WS-ENC-DATA-FIM          PIC 9(08) VALUE ZERO.
       77 WS-ENC-COBRADO           PIC 9(09)V99 VALUE ZERO.
       77 WS-ENC-RECEBIDO          PIC 9(09)V99 VALUE ZERO.
       77 WS-ENC-TOT-COBRADO       PIC 9(11)V99 VALUE ZERO.
       77 WS-ENC-TOT-RECEBIDO      PIC 9(11)V99 VALUE ZERO.
       77 WS-ENC-TOT-DISPENSADO    PIC 9(11)V99 VALUE ZERO.
       77 WS-FS-TAB-PRECO          PIC 99.
       77 WS-FS-REL-PRECO          PIC 99.
       77 WS-LINHA-PRECOS          PIC X(80) VALUE SPACES.
       77 WS-CLI-TABELA            PIC 9(03) VALUE ZERO.
       77 WS-TP-CLIENTE-PARM       PIC 9(06) VALUE ZERO.
       77 WS-TP-TABELA-PARM        PIC 9(03) VALUE ZERO.
       77 WS-TP-PRODUTO-PARM       PIC 9(06) VALUE ZERO.
       77 WS-TP-DATA-PARM          PIC 9(08) VALUE ZERO.
       77 WS-TP-PRECO-BASE-PARM    PIC 9(06)V99 VALUE ZERO.
       77 WS-TP-PRECO              PIC 9(06)V99 VALUE ZERO.
       77 WS-TP-PRECO-INFORMADO    PIC 9(06)V99 VALUE ZERO.
       77 WS-TP-TABELA-BUSCA       PIC 9(03) VALUE ZERO.
       77 WS-TP-TABELA-USADA       PIC 9(03) VALUE ZERO.
       77 WS-TP-ACHOU              PIC X(01) VALUE SPACES.
       77 WS-TP-FIM                PIC X(01) VALUE SPACES.
       77 WS-TP-HOJE               PIC 9(08) VALUE ZERO.
       77 WS-TP-LIMITE             PIC 9(08) VALUE ZERO.
       77 WS-TP-LIBERADO           PIC X(01) VALUE SPACES.
       77 WS-FS-METAS              PIC 99.
       77 WS-MT-ACHOU              PIC X(01) VALUE SPACES.
       77 WS-MT-BONUS              PIC X(01) VALUE SPACES.
       77 WS-MT-RESP               PIC X(01) VALUE SPACES.
       77 WS-MT-FIM                PIC X(01) VALUE SPACES.
       77 WS-MT-VEND-ABERTO        PIC X(01) VALUE SPACES.
       77 WS-MT-META-ABERTO        PIC X(01) VALUE SPACES.
       77 WS-MT-VALOR-ANT          PIC 9(09)V99 VALUE ZERO.
       77 WS-MT-PERC-ANT           PIC 9(02)V99 VALUE ZERO.
       77 WS-MT-PERC-APLICADO      PIC 9(02)V99 VALUE ZERO.
       77 WS-MT-PRODUTO            PIC 9(06) VALUE ZERO.
       77 WS-MT-IDX                PIC 9(02) VALUE ZERO.
       77 WS-MT-HOJE               PIC 9(08) VALUE ZERO.
       77 WS-MT-MES-ATUAL          PIC 9(06) VALUE ZERO.
       77 WS-MT-MES-MM             PIC 9(02) VALUE ZERO.
       77 WS-MT-DIA-REF            PIC 9(02) VALUE ZERO.
       77 WS-MT-DIA                PIC 9(02) VALUE ZERO.
       77 WS-MT-DU-TOTAL           PIC 9(02) VALUE ZERO.
       77 WS-MT-DU-DECORRIDOS      PIC 9(02) VALUE ZERO.
       77 WS-MT-DOW-1              PIC 9(01) VALUE ZERO.
       77 WS-MT-DOW                PIC 9(01) VALUE ZERO.
       77 WS-MT-Z-ANO              PIC 9(04) VALUE ZERO.
       77 WS-MT-Z-MES              PIC 9(02) VALUE ZERO.
       77 WS-MT-Z-K                PIC 9(02) VALUE ZERO.
       77 WS-MT-Z-J                PIC 9(02) VALUE ZERO.
       77 WS-MT-Z-SOMA             PIC 9(06) VALUE ZERO.
       77 WS-MT-Z-QUOC             PIC 9(06) VALUE ZERO.
       77 WS-MT-Z-RESTO            PIC 9(03) VALUE ZERO.
       77 WS-MT-ATINGIDO           PIC 9(05)V99 VALUE ZERO.
       77 WS-MT-ESPERADO           PIC 9(11)V99 VALUE ZERO.
       77 WS-MT-RITMO              PIC 9(05)V99 VALUE ZERO.
       77 WS-MT-PROJECAO           PIC 9(11)V99 VALUE ZERO.
       77 WS-MT-TOT-META           PIC 9(11)V99 VALUE ZERO.
       77 WS-MT-PERC-ED            PIC ZZZZ9.99.
       77 WS-DM-ANO-MES-PARM       PIC 9(06) VALUE ZERO.
       77 WS-DM-DIAS               PIC 9(02) VALUE ZERO.
       77 WS-FS-FECHA-MES          PIC 99.
       77 WS-FS-EST-MES            PIC 99.
       77 WS-FS-REL-FMES           PIC 99.
       77 WS-LINHA-FECHA-MES       PIC X(80) VALUE SPACES.
       77 WS-PER-DATA-PARM         PIC 9(08) VALUE ZERO.
       77 WS-PER-ANO-MES           PIC 9(06) VALUE ZERO.
       77 WS-PER-BLOQUEADO         PIC X(01) VALUE SPACES.
       77 WS-FM-MES                PIC 9(06) VALUE ZERO.
       77 WS-FM-MES-ANT            PIC 9(06) VALUE ZERO.
       77 WS-FM-DATA-INI           PIC 9(08) VALUE ZERO.
       77 WS-FM-DATA-FIM           PIC 9(08) VALUE ZERO.
       77 WS-FM-DATA-DIA           PIC 9(08) VALUE ZERO.
       77 WS-FM-DIA                PIC 9(02) VALUE ZERO.
       77 WS-FM-DIAS-FALTANDO      PIC 9(02) VALUE ZERO.
       77 WS-FM-ACHOU              PIC X(01) VALUE SPACES.
       77 WS-FM-FIM                PIC X(01) VALUE SPACES.
       77 WS-FM-DIVERGE            PIC X(01) VALUE SPACES.
       77 WS-FM-DH                 PIC X(16) VALUE SPACES.
       77 WS-FM-ENTRADAS           PIC S9(07) VALUE ZERO.
       77 WS-FM-SAIDAS             PIC S9(07) VALUE ZERO.
       77 WS-FM-ENT-POS            PIC S9(07) VALUE ZERO.
       77 WS-FM-SAI-POS            PIC S9(07) VALUE ZERO.
       77 WS-FM-ABERTURA           PIC S9(07) VALUE ZERO.
       77 WS-FM-FECHAMENTO         PIC S9(07) VALUE ZERO.
       77 WS-FM-VALOR              PIC 9(11)V99 VALUE ZERO.
       77 WS-FM-TOT-VALOR          PIC 9(11)V99 VALUE ZERO.
       77 WS-FM-TOT-ENTRADAS       PIC 9(09) VALUE ZERO.
       77 WS-FM-TOT-SAIDAS         PIC 9(09) VALUE ZERO.
       77 WS-FM-QTD-PROD           PIC 9(05) VALUE ZERO.
       77 WS-FM-QTD-DIVERG         PIC 9(05) VALUE ZERO.
       77 WS-FM-ABERT-ED           PIC -9(07).
       77 WS-FM-FECH-ED            PIC -9(07).
       77 WS-FS-BKP-ARQ            PIC 99.
       77 WS-FS-BKP-CTRL           PIC 99.
       77 WS-FS-BKP-DADOS          PIC 99.
       77 WS-BKP-NOME-ARQ          PIC X(40) VALUE SPACES.
       77 WS-BKP-GERACOES          PIC 9(02) VALUE ZERO.
       77 WS-BKP-AUTOMATICO        PIC X(01) VALUE SPACES.
       77 WS-BKP-GERACAO           PIC 9(06) VALUE ZERO.
       77 WS-BKP-SLOT              PIC 9(02) VALUE ZERO.
       77 WS-BKP-QTD-GER           PIC 9(03) VALUE ZERO.
       77 WS-BKP-RESTANTES         PIC 9(03) VALUE ZERO.
       77 WS-BKP-IDX               PIC 9(03) VALUE ZERO.
       77 WS-BKP-NUM               PIC 9(02) VALUE ZERO.
       77 WS-BKP-ATUAL             PIC 9(02) VALUE ZERO.
       77 WS-BKP-POS-ARQ           PIC 9(02) VALUE ZERO.
       77 WS-BKP-POS               PIC 9(03) VALUE ZERO.
       77 WS-BKP-FIM               PIC X(01) VALUE SPACES.
       77 WS-BKP-ERRO              PIC X(01) VALUE SPACES.
       77 WS-BKP-ACHOU             PIC X(01) VALUE SPACES.
       77 WS-BKP-CONFIRMA          PIC X(01) VALUE SPACES.
       77 WS-BKP-REGISTROS         PIC 9(07) VALUE ZERO.
       77 WS-BKP-SOMA              PIC 9(12) VALUE ZERO.
       77 WS-BKP-QUOCIENTE         PIC 9(12) VALUE ZERO.
       77 WS-BKP-TOT-REG           PIC 9(09) VALUE ZERO.
       77 WS-BKP-DH                PIC X(16) VALUE SPACES.
       77 WS-FS-REL-ABC            PIC 99.
       77 WS-LINHA-ABC             PIC X(80) VALUE SPACES.
       77 WS-ABC-PERC-A            PIC 9(03)V99 VALUE ZERO.
       77 WS-ABC-PERC-B            PIC 9(03)V99 VALUE ZERO.
       77 WS-ABC-DIAS-PARADO       PIC 9(03) VALUE ZERO.
       77 WS-ABC-DATA-INI          PIC 9(08) VALUE ZERO.
       77 WS-ABC-DATA-FIM          PIC 9(08) VALUE ZERO.
       77 WS-ABC-DATA-HOJE         PIC 9(08) VALUE ZERO.
       77 WS-ABC-DIAS              PIC S9(07) VALUE ZERO.
       77 WS-ABC-DIAS-PERIODO      PIC 9(05) VALUE ZERO.
       77 WS-ABC-QTD-PROD          PIC 9(04) VALUE ZERO.
       77 WS-ABC-QTD-PEDIDOS       PIC 9(05) VALUE ZERO.
       77 WS-ABC-I                 PIC 9(04) VALUE ZERO.
       77 WS-ABC-J                 PIC 9(04) VALUE ZERO.
       77 WS-ABC-POS               PIC 9(04) VALUE ZERO.
       77 WS-ABC-BUSCA             PIC 9(06) VALUE ZERO.
       77 WS-ABC-ERRO              PIC X(01) VALUE SPACES.
       77 WS-ABC-TOT-RECEITA       PIC 9(11)V99 VALUE ZERO.
       77 WS-ABC-ACUMULADO         PIC 9(11)V99 VALUE ZERO.
       77 WS-ABC-PERC-ANTES        PIC 9(03)V99 VALUE ZERO.
       77 WS-ABC-PERC-ACUM         PIC 9(03)V99 VALUE ZERO.
       77 WS-ABC-PERC-PART         PIC 9(03)V99 VALUE ZERO.
       77 WS-ABC-ESTOQUE-FIM       PIC S9(07) VALUE ZERO.
       77 WS-ABC-ESTOQUE-INI       PIC S9(07) VALUE ZERO.
       77 WS-ABC-ESTOQUE-MEDIO     PIC S9(07)V99 VALUE ZERO.
       77 WS-ABC-GIRO              PIC 9(07)V99 VALUE ZERO.
       77 WS-ABC-COBERTURA         PIC 9(07) VALUE ZERO.
       77 WS-ABC-VALOR-ESTOQUE     PIC 9(11)V99 VALUE ZERO.
       77 WS-ABC-QTD-PARADO        PIC 9(05) VALUE ZERO.
       77 WS-ABC-TOT-PARADO        PIC 9(11)V99 VALUE ZERO.
       77 WS-ABC-ALTERADOS         PIC 9(05) VALUE ZERO.
       77 WS-ABC-QTD-A             PIC 9(05) VALUE ZERO.
       77 WS-ABC-QTD-B             PIC 9(05) VALUE ZERO.
       77 WS-ABC-QTD-C             PIC 9(05) VALUE ZERO.
       77 WS-ABC-REC-A             PIC 9(11)V99 VALUE ZERO.
       77 WS-ABC-REC-B             PIC 9(11)V99 VALUE ZERO.
       77 WS-ABC-REC-C             PIC 9(11)V99 VALUE ZERO.
       77 WS-ABC-PERC-ED           PIC ZZ9.99.
       77 WS-ABC-ACUM-ED           PIC ZZ9.99.
       77 WS-ABC-GIRO-ED           PIC ZZZZZZ9.99.
       77 WS-ABC-VALOR-ED          PIC ZZZZZZZZZZ9.99.
       77 WS-ABC-RECEITA-ED        PIC ZZZZZZZZ9.99.
       77 WS-ABC-QTDE-ED           PIC ZZZZZZ9.
       77 WS-ABC-DIAS-ED           PIC ZZZZ9.
       77 WS-ABC-COBERTURA-TXT     PIC X(09) VALUE SPACES.
       77 WS-ABC-DIAS-TXT          PIC X(05) VALUE SPACES.
       77 WS-FS-CONT-LOTE          PIC 99.
       77 WS-FS-INVENTARIO         PIC 99.
       77 WS-FS-FECHA-CTRL         PIC 99.
       01 WS-AGE-TOT-GERAL.
           03 WS-AGE-TOT-FAIXA     PIC 9(11)V99 OCCURS 5 TIMES.

       01 WS-ENC-VEN-DECOMP.
           03 WS-ENC-VEN-AAAA      PIC 9(04).
           03 WS-ENC-VEN-MM        PIC 9(02).
           03 WS-ENC-VEN-DD        PIC 9(02).

       01 WS-ENC-PAG-DECOMP.
           03 WS-ENC-PAG-AAAA      PIC 9(04).
           03 WS-ENC-PAG-MM        PIC 9(02).
           03 WS-ENC-PAG-DD        PIC 9(02).

       01 WS-ENC-QTD-CLI           PIC 9(03) VALUE ZERO.
       01 WS-ENC-TAB-CLI.
           03 WS-ENC-CLI OCCURS 200 TIMES INDEXED BY WS-ENC-IDX.
               05 WS-ENC-CLI-CODIGO    PIC 9(06).
               05 WS-ENC-CLI-COBRADO   PIC 9(11)V99.
               05 WS-ENC-CLI-RECEBIDO  PIC 9(11)V99.
               05 WS-ENC-CLI-DISPENSADO PIC 9(11)V99.

       01 WS-TPP-QTD               PIC 9(03) VALUE ZERO.
       01 WS-TPP-TAB.
           03 WS-TPP-ENT OCCURS 200 TIMES INDEXED BY WS-TPP-IDX.
               05 WS-TPP-PRODUTO       PIC 9(06).
               05 WS-TPP-TABELA        PIC 9(03).
               05 WS-TPP-INICIO        PIC 9(08).
               05 WS-TPP-PRECO         PIC 9(06)V99.

       01 WS-MT-TAB-VENDIDO.
           03 WS-MT-VENDIDO OCCURS 10 TIMES PIC 9(07).

       01 WS-AGE-QTD-CLI           PIC 9(03) VALUE ZERO.
       01 WS-AGE-TAB-CLI.
           03 WS-AGE-CLI OCCURS 200 TIMES INDEXED BY WS-AGE-IDX.
           03 WS-VENC-MM           PIC 9(02).
           03 WS-VENC-DD           PIC 9(02).

       01 WS-REG-CLIENTES             PIC X(139).
       01  FILLER REDEFINES WS-REG-CLIENTES.
           03 WS-CODIGO-CLIENTE       PIC 9(06).
           03 WS-NOME                 PIC X(25).
           03 WS-CIDADE               PIC X(20).
           03 WS-UF                   PIC X(02).
           03 WS-CEP                  PIC 9(08).
           03 WS-CODIGO-TABELA-PRECO  PIC 9(03).

       01 WS-REG-PRODUTOS             PIC X(58).
       01 FILLER REDEFINES WS-REG-PRODUTOS.
           03 WS-CODIGO-PRODUTO       PIC 9(06).
           03 WS-PRODUTO              PIC X(25).
           03 WS-PRECO                PIC 9(06)V99.
           03 WS-QTDE-ESTOQUE         PIC 9(05).
           03 WS-QTDE-MINIMA          PIC 9(05).
           03 WS-CUSTO-MEDIO          PIC 9(06)V99.
           03 WS-CLASSE-ABC           PIC X(01).

       01 WS-REG-PEDIDO-COMPRA        PIC X(57).
       01 FILLER REDEFINES WS-REG-PEDIDO-COMPRA.
           03 WS-CODIGO-COMPRA        PIC 9(06).
           03 WS-PC-CODIGO-PRODUTO    PIC 9(06).
           03 WS-PC-DATA-EMISSAO      PIC 9(08).
           03 WS-PC-DATA-RECEBTO      PIC 9(08).
           03 WS-PC-SITUACAO          PIC X(09).
           03 WS-PC-CODIGO-FORNECEDOR PIC 9(06).
           03 WS-PC-CUSTO-UNITARIO    PIC 9(06)V99.
           03 WS-PC-COND-PAGTO        PIC 9(01).

       01 WS-REG-FORNECEDORES         PIC X(110).
       01 FILLER REDEFINES WS-REG-FORNECEDORES.
           03 WS-CODIGO-FORNECEDOR    PIC 9(06).
           03 WS-FN-NOME              PIC X(25).
           03 WS-FN-CNPJ              PIC X(14).
           03 WS-FN-TELEFONE          PIC X(13).
           03 WS-FN-ENDERECO          PIC X(30).
           03 WS-FN-CIDADE            PIC X(20).
           03 WS-FN-UF                PIC X(02).

       01 WS-REG-CONTAS-PAGAR      PIC X(61).
       01 FILLER REDEFINES WS-REG-CONTAS-PAGAR.
           03 WS-CP-CODIGO-COMPRA  PIC 9(06).
           03 WS-CP-PARCELA        PIC 9(02).
           03 WS-CP-CODIGO-FORNECEDOR PIC 9(06).
           03 WS-CP-DATA-VENCIMENTO PIC 9(08).
           03 WS-CP-VALOR          PIC 9(09)V99.
           03 WS-CP-VALOR-PAGO     PIC 9(09)V99.
           03 WS-CP-DATA-PAGAMENTO PIC 9(08).
           03 WS-CP-SITUACAO       PIC X(09).

       01 WS-REG-NOTAS-FISCAIS     PIC X(93).
       01 FILLER REDEFINES WS-REG-NOTAS-FISCAIS.
           03 WS-NF-NUMERO         PIC 9(06).
           03 WS-NF-CODIGO-PEDIDO  PIC 9(06).
           03 WS-NF-DATA-EMISSAO   PIC 9(08).
           03 WS-NF-CODIGO-CLIENTE PIC 9(06).
           03 WS-NF-UF             PIC X(02).
           03 WS-NF-ALIQ-ICMS      PIC 9(02)V99.
           03 WS-NF-VALOR-PRODUTOS PIC 9(09)V99.
           03 WS-NF-BASE-ICMS      PIC 9(09)V99.
           03 WS-NF-VALOR-ICMS     PIC 9(09)V99.
           03 WS-NF-VALOR-TOTAL    PIC 9(09)V99.
           03 WS-NF-SITUACAO       PIC X(09).
           03 WS-NF-DATA-CANCELAMENTO PIC 9(08).

       01 WS-REG-ALIQUOTAS-ICMS    PIC X(11).
       01 FILLER REDEFINES WS-REG-ALIQUOTAS-ICMS.
           03 WS-AL-UF             PIC X(02).
           03 WS-AL-ALIQ-INTERNA   PIC 9(02)V99.
           03 WS-AL-ALIQ-INTERESTADUAL PIC 9(02)V99.
           03 WS-AL-EMITENTE       PIC X(01).

       01 WS-NF-QTD-UF             PIC 9(02) VALUE ZERO.
       01 WS-NF-TAB-UF.
           03 WS-NF-UF-ENT OCCURS 30 TIMES INDEXED BY WS-NF-IDX-UF.
               05 WS-NF-UF-SIGLA       PIC X(02).
               05 WS-NF-UF-CONTABIL    PIC 9(11)V99.
               05 WS-NF-UF-BASE        PIC 9(11)V99.
               05 WS-NF-UF-ICMS        PIC 9(11)V99.

       01 WS-NF-TAB-DIA.
           03 WS-NF-DIA-ENT OCCURS 31 TIMES.
               05 WS-NF-DIA-CONTABIL   PIC 9(11)V99.
               05 WS-NF-DIA-ICMS       PIC 9(11)V99.

       01 WS-PAG-QTD-FORN          PIC 9(03) VALUE ZERO.
       01 WS-PAG-TAB-FORN.
           03 WS-PAG-FORN OCCURS 200 TIMES INDEXED BY WS-PAG-IDX.
               05 WS-PAG-FORN-CODIGO   PIC 9(06).
               05 WS-PAG-FORN-ABERTO   PIC 9(11)V99.
               05 WS-PAG-FORN-VENCIDO  PIC 9(11)V99.

       01 WS-REG-PEDIDO-VENDAS     PIC X(173).
       01 FILLER REDEFINES WS-REG-PEDIDO-VENDAS.
           03 WS-PV-CEP            PIC 9(08).
           03 WS-PV-DATA-ENTREGA   PIC 9(08).

       01 WS-REG-CONTAS-RECEBER    PIC X(108).
       01 FILLER REDEFINES WS-REG-CONTAS-RECEBER.
           03 WS-CR-CODIGO-PEDIDO  PIC 9(06).
           03 WS-CR-PARCELA        PIC 9(02).
           03 WS-CR-VALOR-PAGO     PIC 9(09)V99.
           03 WS-CR-DATA-PAGAMENTO PIC 9(08).
           03 WS-CR-SITUACAO       PIC X(09).
           03 WS-CR-NUM-REMESSA    PIC 9(06).
           03 WS-CR-DATA-REMESSA   PIC 9(08).
           03 WS-CR-MULTA-PAGA     PIC 9(09)V99.
           03 WS-CR-JUROS-PAGOS    PIC 9(09)V99.
           03 WS-CR-ENCARGO-DISPENSADO PIC 9(09)V99.

       01 WS-REG-ORCAMENTO-VENDAS  PIC X(114).
       01 FILLER REDEFINES WS-REG-ORCAMENTO-VENDAS.
           03 WS-BO-DATA-PEDIDO    PIC 9(08).
           03 WS-BO-SITUACAO       PIC X(09).

       01 WS-REG-ITENS-PEDIDO      PIC X(69).
       01 FILLER REDEFINES WS-REG-ITENS-PEDIDO.
           03 WS-IP-CODIGO-PEDIDO  PIC 9(06).
           03 WS-IP-NUMERO-ITEM    PIC 9(02).
           03 WS-IP-PRECO          PIC 9(06)V99.
           03 WS-IP-QTDE           PIC 9(03).
           03 WS-IP-VALOR-ITEM     PIC 9(09)V99.
           03 WS-IP-CUSTO-UNITARIO PIC 9(06)V99.

       01 WS-REL-QTD-CLIENTES      PIC 9(03) VALUE ZERO.
       01 WS-REL-TAB-CLIENTES.
       77 WS-REL-VALOR-TOTAL-GERAL PIC 9(11)V99 VALUE ZERO.
       77 WS-REL-ACHOU             PIC X(01) VALUE SPACES.

       77 WS-MRG-CUSTO-ITEM        PIC 9(11)V99 VALUE ZERO.
       77 WS-MRG-RECEITA           PIC 9(11)V99 VALUE ZERO.
       77 WS-MRG-CUSTO             PIC 9(11)V99 VALUE ZERO.
       77 WS-MRG-VALOR             PIC S9(11)V99 VALUE ZERO.
       77 WS-MRG-PERC              PIC S9(05)V99 VALUE ZERO.
       77 WS-MRG-VALOR-ED          PIC -9(11).99.
       77 WS-MRG-PERC-ED           PIC -9(05).99.
       77 WS-MRG-TOT-RECEITA       PIC 9(11)V99 VALUE ZERO.
       77 WS-MRG-TOT-CUSTO         PIC 9(11)V99 VALUE ZERO.
       77 WS-MRG-QTD-PEDIDOS       PIC 9(05) VALUE ZERO.

       01 WS-MRG-QTD-PROD          PIC 9(03) VALUE ZERO.
       01 WS-MRG-TAB-PROD.
           03 WS-MRG-PROD OCCURS 200 TIMES INDEXED BY WS-MRG-IDX-PROD.
               05 WS-MRG-PROD-CODIGO   PIC 9(06).
               05 WS-MRG-PROD-RECEITA  PIC 9(11)V99.
               05 WS-MRG-PROD-CUSTO    PIC 9(11)V99.

       01 WS-MRG-QTD-CLI           PIC 9(03) VALUE ZERO.
       01 WS-MRG-TAB-CLI.
           03 WS-MRG-CLI OCCURS 200 TIMES INDEXED BY WS-MRG-IDX-CLI.
               05 WS-MRG-CLI-CODIGO    PIC 9(06).
               05 WS-MRG-CLI-RECEITA   PIC 9(11)V99.
               05 WS-MRG-CLI-CUSTO     PIC 9(11)V99.

       01 WS-MRG-QTD-VEND          PIC 9(03) VALUE ZERO.
       01 WS-MRG-TAB-VEND.
           03 WS-MRG-VEND OCCURS 200 TIMES INDEXED BY WS-MRG-IDX-VEND.
               05 WS-MRG-VEND-CODIGO   PIC 9(03).
               05 WS-MRG-VEND-RECEITA  PIC 9(11)V99.
               05 WS-MRG-VEND-CUSTO    PIC 9(11)V99.

       01 WS-CKP-TAB.
           03 WS-CKP-ENT OCCURS 5 TIMES INDEXED BY WS-CKP-IDX.
               05 WS-CKP-NOME      PIC X(15).
               05 WS-CKP-CONT      PIC 9(07).
               05 WS-CKP-PED       PIC 9(06).
       01 WS-FECHA-TAB-NUM.
           03 WS-FECHA-NUM         PIC 9(06) OCCURS 999 TIMES.

       01 WS-BKP-QTD-ARQUIVOS      PIC 9(02) VALUE 26.
       01 WS-BKP-LISTA-ARQUIVOS.
           03 FILLER PIC X(20) VALUE 'CLIENTES'.
           03 FILLER PIC X(20) VALUE 'PRODUTOS'.
           03 FILLER PIC X(20) VALUE 'PEDIDO-VENDAS'.
           03 FILLER PIC X(20) VALUE 'ITENS-PEDIDO'.
           03 FILLER PIC X(20) VALUE 'OPERADORES'.
           03 FILLER PIC X(20) VALUE 'VENDEDORES'.
           03 FILLER PIC X(20) VALUE 'PEDIDO-COMPRA'.
           03 FILLER PIC X(20) VALUE 'CONTAS-RECEBER'.
           03 FILLER PIC X(20) VALUE 'LOG-TRANSACOES'.
           03 FILLER PIC X(20) VALUE 'SEQUENCIAS'.
           03 FILLER PIC X(20) VALUE 'ORCAMENTO-VENDAS'.
           03 FILLER PIC X(20) VALUE 'ITENS-ORCAMENTO'.
           03 FILLER PIC X(20) VALUE 'BACKORDER'.
           03 FILLER PIC X(20) VALUE 'MOVTO-ESTOQUE'.
           03 FILLER PIC X(20) VALUE 'LOG-HISTORICO'.
           03 FILLER PIC X(20) VALUE 'LOG-RETIDO'.
           03 FILLER PIC X(20) VALUE 'FECHAMENTO-CONTROLE'.
           03 FILLER PIC X(20) VALUE 'FORNECEDORES'.
           03 FILLER PIC X(20) VALUE 'CONTAS-PAGAR'.
           03 FILLER PIC X(20) VALUE 'NOTAS-FISCAIS'.
           03 FILLER PIC X(20) VALUE 'ALIQUOTAS-ICMS'.
           03 FILLER PIC X(20) VALUE 'PARAMETROS'.
           03 FILLER PIC X(20) VALUE 'TABELA-PRECOS'.
           03 FILLER PIC X(20) VALUE 'METAS-VENDAS'.
           03 FILLER PIC X(20) VALUE 'FECHAMENTO-MENSAL'.
           03 FILLER PIC X(20) VALUE 'ESTOQUE-MENSAL'.
       01 FILLER REDEFINES WS-BKP-LISTA-ARQUIVOS.
           03 WS-BKP-ARQ-NOME      PIC X(20) OCCURS 26 TIMES.

       01 WS-BKP-TAB-TOTAIS.
           03 WS-BKP-TOTAL OCCURS 26 TIMES.
               05 WS-BKP-TOT-REGISTROS PIC 9(07).
               05 WS-BKP-TOT-CHECKSUM  PIC 9(09).

       01 WS-BKP-CTL-QTD           PIC 9(02) VALUE ZERO.
       01 WS-BKP-TAB-CONTROLE.
           03 WS-BKP-CTL OCCURS 30 TIMES.
               05 WS-BKP-CTL-NOME      PIC X(20).
               05 WS-BKP-CTL-REGISTROS PIC 9(07).
               05 WS-BKP-CTL-CHECKSUM  PIC 9(09).

       01 WS-BKP-TAB-GER.
           03 WS-BKP-GER OCCURS 99 TIMES.
               05 WS-BKP-GER-NUMERO    PIC 9(06).
               05 WS-BKP-GER-SLOT      PIC 9(02).

       01 WS-BKP-DADOS             PIC X(200) VALUE SPACES.
       01 FILLER REDEFINES WS-BKP-DADOS.
           03 WS-BKP-CARACTER      PIC X(01) OCCURS 200 TIMES.

       01 WS-BKP-BYTE-AREA.
           03 FILLER               PIC X(01) VALUE LOW-VALUE.
           03 WS-BKP-BYTE          PIC X(01) VALUE LOW-VALUE.
       01 WS-BKP-BYTE-NUM REDEFINES WS-BKP-BYTE-AREA PIC 9(04) COMP.

       01 WS-ABC-DT1-DECOMP.
           03 WS-ABC-DT1-AAAA      PIC 9(04).
           03 WS-ABC-DT1-MM        PIC 9(02).
           03 WS-ABC-DT1-DD        PIC 9(02).

       01 WS-ABC-DT2-DECOMP.
           03 WS-ABC-DT2-AAAA      PIC 9(04).
           03 WS-ABC-DT2-MM        PIC 9(02).
           03 WS-ABC-DT2-DD        PIC 9(02).

       01 WS-ABC-TAB-PROD.
           03 WS-ABC-PROD OCCURS 999 TIMES.
               05 WS-ABC-CODIGO        PIC 9(06).
               05 WS-ABC-PRODUTO       PIC X(25).
               05 WS-ABC-ESTOQUE       PIC 9(05).
               05 WS-ABC-CUSTO         PIC 9(06)V99.
               05 WS-ABC-CLASSE-ANT    PIC X(01).
               05 WS-ABC-CLASSE        PIC X(01).
               05 WS-ABC-QTDE-VENDIDA  PIC 9(07).
               05 WS-ABC-RECEITA       PIC 9(11)V99.
               05 WS-ABC-ENT-PER       PIC 9(07).
               05 WS-ABC-SAI-PER       PIC 9(07).
               05 WS-ABC-ENT-POS       PIC 9(07).
               05 WS-ABC-SAI-POS       PIC 9(07).
               05 WS-ABC-ULT-SAIDA     PIC 9(08).

       01 WS-ABC-TROCA             PIC X(102) VALUE SPACES.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "12 - CADASTRO DE VENDEDORES"
            DISPLAY "13 - ORCAMENTOS DE VENDA"
            DISPLAY "14 - AUDITORIA DO LOG (SUPERVISOR)"
            DISPLAY "15 - CONTAS A PAGAR"
            DISPLAY "16 - CADASTRO DE FORNECEDORES"
            DISPLAY "17 - NOTAS FISCAIS E LIVRO DE SAIDAS"
            DISPLAY "18 - TABELAS DE PRECO"
            DISPLAY "19 - FECHAMENTO MENSAL"
            DISPLAY "20 - BACKUP E RESTAURACAO DOS ARQUIVOS"
            DISPLAY "9 - ENCERRAR PROGRAMA"
            ACCEPT WS-ESCOLHA-MENU.

                   ELSE
                       PERFORM MENU-AUDITORIA-LOG
                   END-IF
               WHEN 15
                   PERFORM MENU-PAGAR
               WHEN 16
                   PERFORM CADASTRO-FORNECEDORES
               WHEN 17
                   PERFORM MENU-NOTAS-FISCAIS
               WHEN 18
                   PERFORM MENU-TABELA-PRECOS
               WHEN 19
                   PERFORM MENU-FECHAMENTO-MENSAL
               WHEN 20
                   PERFORM MENU-BACKUP
               WHEN 9
                   STOP RUN
               WHEN OTHER
                    ACCEPT UF
                    DISPLAY "INFORME O CEP (SOMENTE NUMEROS)"
                    ACCEPT CEP
                    DISPLAY "INFORME A TABELA DE PRECO DO CLIENTE"
                    DISPLAY "OU PRESSIONE ENTER PARA A TABELA PADRAO"
                    MOVE ZEROS TO CODIGO-TABELA-PRECO
                    ACCEPT CODIGO-TABELA-PRECO

                    WRITE REG-CLIENTES

                                 " CIDADE: " WS-CIDADE
                                 " UF: " WS-UF
                                 " CEP: " WS-CEP
                                 " TABELA DE PRECO: "
                                 WS-CODIGO-TABELA-PRECO
               END-READ

            ELSE IF WS-ESCOLHA IS = 'T' THEN
                ACCEPT UF
                DISPLAY "INFORME O NOVO CEP (SOMENTE NUMEROS)"
                ACCEPT CEP
                DISPLAY "INFORME A NOVA TABELA DE PRECO DO CLIENTE"
                DISPLAY "OU PRESSIONE ENTER PARA A TABELA PADRAO"
                MOVE ZEROS TO CODIGO-TABELA-PRECO
                ACCEPT CODIGO-TABELA-PRECO

                REWRITE REG-CLIENTES
                END-REWRITE
                    ACCEPT QTDE-ESTOQUE
                    DISPLAY "INFORME O ESTOQUE MINIMO"
                    ACCEPT QTDE-MINIMA
                    MOVE ZEROS TO CUSTO-MEDIO
                    MOVE SPACES TO CLASSE-ABC
                    IF QTDE-ESTOQUE > ZERO
                        DISPLAY "INFORME O CUSTO UNITARIO DO ESTOQUE "
                                "INICIAL"
                        ACCEPT CUSTO-MEDIO
                    END-IF

                    WRITE REG-PRODUTOS

                         DISPLAY "CODIGO DO PRODUTO: " WS-CODIGO-PRODUTO
                                 " PRODUTO: " WS-PRODUTO " PRECO: "
                                 PRECO
                         DISPLAY "ESTOQUE: " WS-QTDE-ESTOQUE
                                 " CUSTO MEDIO: " WS-CUSTO-MEDIO
                                 " CURVA ABC: " WS-CLASSE-ABC
               END-READ

            ELSE IF WS-ESCOLHA IS = 'T' THEN
                                       ZERO - WS-INV-DIF
                        END-IF
                        MOVE QTDE-ESTOQUE   TO WS-MOV-SALDO-PARM
                        MOVE CUSTO-MEDIO TO WS-MOV-CUSTO-PARM
                        PERFORM GRAVA-MOVTO-ESTOQUE
                    END-IF
                END-IF
           DISPLAY "L - LISTA DE SEPARACAO (PEDIDOS ABERTOS)"
           DISPLAY "R - RELATORIO DE VENDAS POR CLIENTE/PRODUTO"
           DISPLAY "D - LISTAGEM/REIMPRESSAO DE PEDIDOS POR PERIODO"
           DISPLAY "M - RELATORIO DE MARGEM POR PERIODO"
           DISPLAY "V - VOLTAR AO MENU PRINCIPAL"
           ACCEPT WS-ESCOLHA.

                   PERFORM RELATORIO-PEDIDOS
               WHEN 'D'
                   PERFORM LISTAGEM-PEDIDOS-PERIODO
               WHEN 'M'
                   PERFORM RELATORIO-MARGEM
               WHEN 'V'
                   PERFORM MAIN-PROCEDURE
               WHEN OTHER
                                  MOVE WS-CEP TO PV-CEP
                                  MOVE WS-LIMITE-CREDITO
                                                  TO WS-CLI-LIMITE
                                  MOVE WS-CODIGO-TABELA-PRECO
                                                  TO WS-CLI-TABELA
                       END-READ
                   END-IF

                           ACCEPT PV-DATA-PEDIDO FROM DATE YYYYMMDD
                       END-IF

                       MOVE PV-DATA-PEDIDO TO WS-PER-DATA-PARM
                       PERFORM VERIFICA-PERIODO-FECHADO
                       IF WS-PER-BLOQUEADO EQUAL 'S'
                           DISPLAY "PERIODO " WS-PER-ANO-MES
                                   " FECHADO - LANCAMENTO NAO PERMITIDO"
                           DISPLAY "PEDIDO NAO GRAVADO"
                           MOVE 'S' TO WS-PED-ERRO
                       END-IF
                   END-IF

                   IF WS-PED-ERRO NOT EQUAL 'S'
                       DISPLAY "CONDICAO DE PAGAMENTO:"
                       DISPLAY "1 - A VISTA"
                       DISPLAY "2 - 30 DIAS"
                  NOT INVALID KEY
                      MOVE WS-PRODUTO TO IP-PRODUTO
                      MOVE WS-PRECO TO IP-PRECO
                      MOVE WS-CUSTO-MEDIO TO IP-CUSTO-UNITARIO
           END-READ

           IF WS-FIM-ITENS NOT EQUAL 'S'
               MOVE WS-CLI-TABELA TO WS-TP-TABELA-PARM
               MOVE CODIGO-PRODUTO TO WS-TP-PRODUTO-PARM
               MOVE PV-DATA-PEDIDO TO WS-TP-DATA-PARM
               MOVE WS-PRECO TO WS-TP-PRECO-BASE-PARM
               PERFORM OBTEM-PRECO-TABELA
               DISPLAY "PRECO DE TABELA DO PRODUTO: " WS-TP-PRECO
               DISPLAY "INFORME O PRECO DE VENDA"
               DISPLAY "OU PRESSIONE ENTER PARA O PRECO DE TABELA"
               MOVE ZEROS TO WS-TP-PRECO-INFORMADO
               ACCEPT WS-TP-PRECO-INFORMADO
               PERFORM VERIFICA-PRECO-MINIMO
               MOVE WS-TP-PRECO-INFORMADO TO IP-PRECO
           END-IF

           IF WS-FIM-ITENS NOT EQUAL 'S'
               DISPLAY "INFORME A QUANTIDADE"
               ACCEPT IP-QTDE
               ELSE
                   DISPLAY "ITEM " IP-NUMERO-ITEM
                           " GRAVADO COM SUCESSO!!"
                   IF WS-TP-LIBERADO EQUAL 'S'
                       MOVE 'PEDIDOS'     TO WS-LOG-ARQUIVO-PARM
                       MOVE CODIGO-PEDIDO TO WS-LOG-CHAVE-PARM
                       MOVE 'DESCONTO'    TO WS-LOG-OPERACAO-PARM
                       PERFORM GRAVA-LOG
                   END-IF
                   ADD 1 TO WS-ITENS-GRAVADOS
                   ADD IP-VALOR-ITEM TO WS-PED-TOTAL-GERAL
                   SUBTRACT IP-QTDE FROM QTDE-ESTOQUE
                           MOVE ZEROS          TO WS-MOV-ENTRADA-PARM
                           MOVE IP-QTDE        TO WS-MOV-SAIDA-PARM
                           MOVE QTDE-ESTOQUE   TO WS-MOV-SALDO-PARM
                           MOVE CUSTO-MEDIO TO WS-MOV-CUSTO-PARM
                           PERFORM GRAVA-MOVTO-ESTOQUE
                       END-IF
                   END-IF
                           DISPLAY "PEDIDO JA ENTREGUE - NAO PODE "
                                   "SER CANCELADO"
                       ELSE
                        MOVE WS-PV-DATA-PEDIDO TO WS-PER-DATA-PARM
                        PERFORM VERIFICA-PERIODO-FECHADO
                        IF WS-PER-BLOQUEADO EQUAL 'S'
                         DISPLAY "PERIODO " WS-PER-ANO-MES
                                 " FECHADO - LANCAMENTO NAO PERMITIDO"
                         DISPLAY "CANCELAMENTO NAO PERMITIDO"
                        ELSE
                         DISPLAY "CODIGO DO PEDIDO: " WS-CODIGO-PEDIDO
                                   " CLIENTE: " WS-PV-NOME
                                   " QTDE ITENS: " WS-PV-QTDE-ITENS
                                   " TOTAL: " WS-PV-VALOR-TOTAL
                                   " STATUS: " WS-PV-STATUS
                         DISPLAY "DESEJA REALMENTE CANCELAR O PEDIDO "
                                     CODIGO-PEDIDO "?"
                         ACCEPT WS-DEL-PERMANENTE
                         IF WS-DEL-PERMANENTE EQUAL 'S'
                             MOVE 'S' TO WS-DEL
                         END-IF
                        END-IF
                       END-IF
                      END-IF
                        PERFORM GRAVA-LOG
                        PERFORM CANCELA-TITULOS-PEDIDO
                        PERFORM CANCELA-PENDENCIAS-PEDIDO
                        PERFORM CANCELA-NOTA-PEDIDO
                    END-IF
                END-IF
            END-IF.
               CLOSE BACKORDER
           END-IF.

           CANCELA-NOTA-PEDIDO.

           OPEN I-O NOTAS-FISCAIS

           IF WS-FS-NOTAS EQUAL ZEROS
               MOVE WS-CODIGO-PEDIDO TO NF-CODIGO-PEDIDO
               START NOTAS-FISCAIS KEY IS = NF-CODIGO-PEDIDO
                   INVALID KEY MOVE 'F' TO WS-NF-FIM
                   NOT INVALID KEY MOVE 'S' TO WS-NF-FIM
               END-START

               PERFORM UNTIL WS-NF-FIM = 'F'
                   READ NOTAS-FISCAIS NEXT RECORD
                       AT END MOVE 'F' TO WS-NF-FIM
                       NOT AT END
                         IF NF-CODIGO-PEDIDO NOT = WS-CODIGO-PEDIDO
                             MOVE 'F' TO WS-NF-FIM
                         ELSE
                          IF NF-SITUACAO EQUAL 'EMITIDA'
                             MOVE 'CANCELADA' TO NF-SITUACAO
                             ACCEPT NF-DATA-CANCELAMENTO
                                             FROM DATE YYYYMMDD
                             REWRITE REG-NOTAS-FISCAIS
                             IF WS-FS-NOTAS NOT EQUAL ZEROS
                                 DISPLAY "ERRO AO CANCELAR A NOTA "
                                         "FISCAL " NF-NUMERO
                                 DISPLAY "FILE STATUS: " WS-FS-NOTAS
                             ELSE
                                 DISPLAY "NOTA FISCAL " NF-NUMERO
                                         " CANCELADA"
                                 MOVE 'NOTAS-FISCAIS'
                                             TO WS-LOG-ARQUIVO-PARM
                                 MOVE NF-NUMERO TO WS-LOG-CHAVE-PARM
                                 MOVE 'CANCELADO'
                                             TO WS-LOG-OPERACAO-PARM
                                 PERFORM GRAVA-LOG
                             END-IF
                          END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-FISCAIS
           END-IF.

           DEVOLUCAO-PEDIDO.

           MOVE SPACES TO WS-DEV-OK
                              MOVE ZEROS TO WS-MOV-SAIDA-PARM
                              MOVE QTDE-ESTOQUE
                                      TO WS-MOV-SALDO-PARM
                              MOVE WS-IP-CUSTO-UNITARIO
                                      TO WS-MOV-CUSTO-PARM
                              PERFORM GRAVA-MOVTO-ESTOQUE
                          END-IF
               END-READ
                  MOVE ZEROS TO CR-VALOR-PAGO
                  MOVE ZEROS TO CR-DATA-PAGAMENTO
                  MOVE 'CREDITO' TO CR-SITUACAO
                  MOVE ZEROS TO CR-NUM-REMESSA
                  MOVE ZEROS TO CR-DATA-REMESSA
                  MOVE ZEROS TO CR-MULTA-PAGA
                  MOVE ZEROS TO CR-JUROS-PAGOS
                  MOVE ZEROS TO CR-ENCARGO-DISPENSADO
                  WRITE REG-CONTAS-RECEBER
                  IF WS-FS-RECEBER NOT EQUAL ZEROS
                      DISPLAY "ERRO AO GRAVAR O CREDITO"
                        IF PV-DATA-ENTREGA EQUAL ZEROS
                            ACCEPT PV-DATA-ENTREGA FROM DATE YYYYMMDD
                        END-IF
                        MOVE PV-DATA-ENTREGA TO WS-NF-DATA
                    ELSE
                        ACCEPT WS-NF-DATA FROM DATE YYYYMMDD
                    END-IF

                    MOVE WS-NF-DATA TO WS-PER-DATA-PARM
                    PERFORM VERIFICA-PERIODO-FECHADO
                    IF WS-PER-BLOQUEADO EQUAL 'S'
                        DISPLAY "PERIODO " WS-PER-ANO-MES
                                " FECHADO - LANCAMENTO NAO PERMITIDO"
                        MOVE 'N' TO WS-NF-OK
                    ELSE
                        PERFORM VERIFICA-NOTA-PEDIDO
                    END-IF

                    IF WS-NF-OK NOT EQUAL 'S'
                        DISPLAY "STATUS NAO ALTERADO"
                    ELSE
                     REWRITE REG-PEDIDO-VENDAS
                     END-REWRITE

                     IF WS-FS-PEDIDOS NOT EQUAL ZEROS
                         DISPLAY "ERRO AO GRAVAR O NOVO STATUS"
                         DISPLAY "FILE STATUS: " WS-FS-PEDIDOS
                     ELSE
                         DISPLAY "STATUS ALTERADO PARA " WS-STATUS-NOVO
                         MOVE 'PEDIDOS'     TO WS-LOG-ARQUIVO-PARM
                         MOVE CODIGO-PEDIDO TO WS-LOG-CHAVE-PARM
                         MOVE 'STATUS'      TO WS-LOG-OPERACAO-PARM
                         PERFORM GRAVA-LOG
                         IF WS-NF-EMITIR EQUAL 'S'
                             PERFORM EMITE-NOTA-FISCAL
                         END-IF
                     END-IF
                    END-IF
                END-IF
            END-IF.

           PERFORM CADASTRO-PEDIDOS.

           VERIFICA-NOTA-PEDIDO.

           MOVE 'S' TO WS-NF-OK
           MOVE ZEROS TO WS-NF-ALIQ

           PERFORM LOCALIZA-NOTA-EMITIDA

           IF WS-NF-EMITIR EQUAL 'S'
               OPEN INPUT ALIQUOTAS-ICMS
               IF WS-FS-ALIQ NOT EQUAL ZEROS
                   DISPLAY "TABELA DE ALIQUOTAS DE ICMS NAO CADASTRADA"
                   DISPLAY "NOTA FISCAL NAO PODE SER EMITIDA"
                   MOVE 'N' TO WS-NF-OK
               ELSE
                   MOVE WS-PV-UF TO AL-UF
                   READ ALIQUOTAS-ICMS RECORD
                                       INTO WS-REG-ALIQUOTAS-ICMS
                      KEY IS AL-UF
                      INVALID KEY
                          DISPLAY "ALIQUOTA DE ICMS NAO CADASTRADA "
                                  "PARA A UF " WS-PV-UF
                          DISPLAY "NOTA FISCAL NAO PODE SER EMITIDA"
                          MOVE 'N' TO WS-NF-OK
                      NOT INVALID KEY
                          IF WS-AL-EMITENTE EQUAL 'S'
                              MOVE WS-AL-ALIQ-INTERNA TO WS-NF-ALIQ
                          ELSE
                              MOVE WS-AL-ALIQ-INTERESTADUAL
                                              TO WS-NF-ALIQ
                          END-IF
                   END-READ
                   CLOSE ALIQUOTAS-ICMS
               END-IF
           END-IF.

           LOCALIZA-NOTA-EMITIDA.

           MOVE 'S' TO WS-NF-EMITIR

           OPEN INPUT NOTAS-FISCAIS

           IF WS-FS-NOTAS EQUAL ZEROS
               MOVE WS-CODIGO-PEDIDO TO NF-CODIGO-PEDIDO
               START NOTAS-FISCAIS KEY IS = NF-CODIGO-PEDIDO
                   INVALID KEY MOVE 'F' TO WS-NF-FIM
                   NOT INVALID KEY MOVE 'S' TO WS-NF-FIM
               END-START

               PERFORM UNTIL WS-NF-FIM = 'F'
                   READ NOTAS-FISCAIS NEXT RECORD
                                      INTO WS-REG-NOTAS-FISCAIS
                       AT END MOVE 'F' TO WS-NF-FIM
                       NOT AT END
                         IF WS-NF-CODIGO-PEDIDO NOT = WS-CODIGO-PEDIDO
                             MOVE 'F' TO WS-NF-FIM
                         ELSE
                             IF WS-NF-SITUACAO EQUAL 'EMITIDA'
                                 MOVE 'N' TO WS-NF-EMITIR
                                 DISPLAY "PEDIDO JA POSSUI A NOTA "
                                         "FISCAL " WS-NF-NUMERO
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-FISCAIS
           END-IF.

           EMITE-NOTA-FISCAL.

           MOVE ZEROS TO WS-NF-TOT-PROD
           MOVE ZEROS TO WS-NF-TOT-ICMS

           OPEN INPUT ITENS-PEDIDO

           IF WS-FS-ITENS NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR OS ITENS DO PEDIDO"
               DISPLAY "FILE STATUS: " WS-FS-ITENS
               DISPLAY "NOTA FISCAL NAO EMITIDA"
           ELSE
               OPEN I-O NOTAS-FISCAIS
               IF WS-FS-NOTAS EQUAL 35
                   OPEN OUTPUT NOTAS-FISCAIS
                   CLOSE NOTAS-FISCAIS
                   OPEN I-O NOTAS-FISCAIS
               END-IF

               IF WS-FS-NOTAS NOT EQUAL ZEROS
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS FISCAIS"
                   DISPLAY "FILE STATUS: " WS-FS-NOTAS
                   DISPLAY "NOTA FISCAL NAO EMITIDA"
               ELSE
                   MOVE 'NOTAFISCAL' TO WS-SEQ-TIPO-PARM
                   PERFORM OBTEM-PROXIMO-NUMERO

                   IF WS-SEQ-PROXIMO EQUAL ZEROS
                       DISPLAY "SEQUENCIA DE NOTAS FISCAIS INDISPONIVEL"
                       DISPLAY "NOTA FISCAL NAO EMITIDA"
                   ELSE
                       PERFORM GRAVA-NOTA-FISCAL
                   END-IF

                   CLOSE NOTAS-FISCAIS
               END-IF

               CLOSE ITENS-PEDIDO
           END-IF.

           GRAVA-NOTA-FISCAL.

           MOVE WS-SEQ-PROXIMO TO NF-NUMERO
           MOVE WS-CODIGO-PEDIDO TO NF-CODIGO-PEDIDO
           MOVE WS-NF-DATA TO NF-DATA-EMISSAO
           MOVE WS-PV-CODIGO-CLIENTE TO NF-CODIGO-CLIENTE
           MOVE WS-PV-UF TO NF-UF
           MOVE WS-NF-ALIQ TO NF-ALIQ-ICMS
           MOVE 'EMITIDA' TO NF-SITUACAO
           MOVE ZEROS TO NF-DATA-CANCELAMENTO

           MOVE 'N' TO WS-NF-IMPRIME
           PERFORM PERCORRE-ITENS-NOTA

           MOVE WS-NF-TOT-PROD TO NF-VALOR-PRODUTOS
           MOVE WS-NF-TOT-PROD TO NF-BASE-ICMS
           MOVE WS-NF-TOT-ICMS TO NF-VALOR-ICMS
           MOVE WS-NF-TOT-PROD TO NF-VALOR-TOTAL

           WRITE REG-NOTAS-FISCAIS

           IF WS-FS-NOTAS NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR A NOTA FISCAL"
               DISPLAY "FILE STATUS: " WS-FS-NOTAS
               DISPLAY "NOTA FISCAL NAO EMITIDA"
           ELSE
               PERFORM IMPRIME-NOTA-FISCAL
               DISPLAY "NOTA FISCAL " NF-NUMERO " EMITIDA - "
                       "VALOR: " NF-VALOR-TOTAL
                       " ICMS: " NF-VALOR-ICMS
               MOVE 'NOTAS-FISCAIS' TO WS-LOG-ARQUIVO-PARM
               MOVE NF-NUMERO       TO WS-LOG-CHAVE-PARM
               MOVE 'EMISSAO'       TO WS-LOG-OPERACAO-PARM
               PERFORM GRAVA-LOG
           END-IF.

           IMPRIME-NOTA-FISCAL.

           OPEN EXTEND NOTA-FISCAL-DOC
           IF WS-FS-NF-DOC EQUAL 35
               OPEN OUTPUT NOTA-FISCAL-DOC
           END-IF

           MOVE SPACES TO WS-LINHA-NF
           MOVE "================ NOTA FISCAL DE SAIDA ============"
                                            TO WS-LINHA-NF
           WRITE REG-NOTA-FISCAL-DOC FROM WS-LINHA-NF

           MOVE SPACES TO WS-LINHA-NF
           STRING "NOTA FISCAL: " DELIMITED BY SIZE
                  NF-NUMERO DELIMITED BY SIZE
                  " EMISSAO: " DELIMITED BY SIZE
                  NF-DATA-EMISSAO DELIMITED BY SIZE
                  " PEDIDO: " DELIMITED BY SIZE
                  NF-CODIGO-PEDIDO DELIMITED BY SIZE
                  INTO WS-LINHA-NF
           WRITE REG-NOTA-FISCAL-DOC FROM WS-LINHA-NF

           MOVE SPACES TO WS-LINHA-NF
           STRING "DESTINATARIO: " DELIMITED BY SIZE
                  WS-PV-CODIGO-CLIENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PV-NOME DELIMITED BY SIZE
                  INTO WS-LINHA-NF
           WRITE REG-NOTA-FISCAL-DOC FROM WS-LINHA-NF

           MOVE SPACES TO WS-LINHA-NF
           STRING "  " DELIMITED BY SIZE
                  WS-PV-ENDERECO DELIMITED BY SIZE
                  " NR " DELIMITED BY SIZE
                  WS-PV-ENDERECO-NUMERO DELIMITED BY SIZE
                  INTO WS-LINHA-NF
           WRITE REG-NOTA-FISCAL-DOC FROM WS-LINHA-NF

           MOVE SPACES TO WS-LINHA-NF
           STRING "  " DELIMITED BY SIZE
                  WS-PV-CIDADE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-PV-UF DELIMITED BY SIZE
                  " CEP: " DELIMITED BY SIZE
                  WS-PV-CEP DELIMITED BY SIZE
                  " ALIQ ICMS: " DELIMITED BY SIZE
                  NF-ALIQ-ICMS DELIMITED BY SIZE
                  INTO WS-LINHA-NF
           WRITE REG-NOTA-FISCAL-DOC FROM WS-LINHA-NF

           MOVE 'S' TO WS-NF-IMPRIME
           PERFORM PERCORRE-ITENS-NOTA

           MOVE SPACES TO WS-LINHA-NF
           STRING "VALOR DOS PRODUTOS: " DELIMITED BY SIZE
                  NF-VALOR-PRODUTOS DELIMITED BY SIZE
                  " BASE ICMS: " DELIMITED BY SIZE
                  NF-BASE-ICMS DELIMITED BY SIZE
                  INTO WS-LINHA-NF
           WRITE REG-NOTA-FISCAL-DOC FROM WS-LINHA-NF

           MOVE SPACES TO WS-LINHA-NF
           STRING "VALOR DO ICMS: " DELIMITED BY SIZE
                  NF-VALOR-ICMS DELIMITED BY SIZE
                  " VALOR TOTAL DA NOTA: " DELIMITED BY SIZE
                  NF-VALOR-TOTAL DELIMITED BY SIZE
                  INTO WS-LINHA-NF
           WRITE REG-NOTA-FISCAL-DOC FROM WS-LINHA-NF

           MOVE SPACES TO WS-LINHA-NF
           MOVE "=================================================="
                                            TO WS-LINHA-NF
           WRITE REG-NOTA-FISCAL-DOC FROM WS-LINHA-NF

           CLOSE NOTA-FISCAL-DOC.

           PERCORRE-ITENS-NOTA.

           MOVE WS-CODIGO-PEDIDO TO IP-CODIGO-PEDIDO
           MOVE ZEROS TO IP-NUMERO-ITEM
           START ITENS-PEDIDO KEY IS >= IP-CHAVE
               INVALID KEY MOVE 'F' TO WS-FIM-ITENS
               NOT INVALID KEY MOVE 'S' TO WS-FIM-ITENS
           END-START

           PERFORM UNTIL WS-FIM-ITENS = 'F'
               READ ITENS-PEDIDO NEXT RECORD
                                 INTO WS-REG-ITENS-PEDIDO
                   AT END MOVE 'F' TO WS-FIM-ITENS
                   NOT AT END
                     IF WS-IP-CODIGO-PEDIDO NOT = WS-CODIGO-PEDIDO
                         MOVE 'F' TO WS-FIM-ITENS
                     ELSE
                         COMPUTE WS-NF-ICMS-ITEM ROUNDED =
                                 WS-IP-VALOR-ITEM * WS-NF-ALIQ / 100
                         IF WS-NF-IMPRIME EQUAL 'S'
                             PERFORM IMPRIME-ITEM-NOTA
                         ELSE
                             ADD WS-IP-VALOR-ITEM TO WS-NF-TOT-PROD
                             ADD WS-NF-ICMS-ITEM TO WS-NF-TOT-ICMS
                         END-IF
                     END-IF
               END-READ
           END-PERFORM.

           IMPRIME-ITEM-NOTA.

           MOVE SPACES TO WS-LINHA-NF
           STRING "  ITEM: " DELIMITED BY SIZE
                  WS-IP-NUMERO-ITEM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IP-CODIGO-PRODUTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IP-PRODUTO DELIMITED BY SIZE
                  " QTDE: " DELIMITED BY SIZE
                  WS-IP-QTDE DELIMITED BY SIZE
                  INTO WS-LINHA-NF
           WRITE REG-NOTA-FISCAL-DOC FROM WS-LINHA-NF

           MOVE SPACES TO WS-LINHA-NF
           STRING "    UNIT: " DELIMITED BY SIZE
                  WS-IP-PRECO DELIMITED BY SIZE
                  " VALOR: " DELIMITED BY SIZE
                  WS-IP-VALOR-ITEM DELIMITED BY SIZE
                  " ICMS " DELIMITED BY SIZE
                  WS-NF-ALIQ DELIMITED BY SIZE
                  "%: " DELIMITED BY SIZE
                  WS-NF-ICMS-ITEM DELIMITED BY SIZE
                  INTO WS-LINHA-NF
           WRITE REG-NOTA-FISCAL-DOC FROM WS-LINHA-NF.

           LISTA-SEPARACAO.

           MOVE SPACES TO WS-SEP-ACHOU
                                            TO WS-MOV-SAIDA-PARM
                                    MOVE QTDE-ESTOQUE
                                            TO WS-MOV-SALDO-PARM
                                    MOVE WS-IP-CUSTO-UNITARIO
                                            TO WS-MOV-CUSTO-PARM
                                    PERFORM GRAVA-MOVTO-ESTOQUE
                                  END-IF
                       END-READ
                          DISPLAY "PEDIDO CANCELADO - ALTERACAO NAO "
                                  "PERMITIDA"
                      ELSE
                       MOVE 'S' TO WS-UPDATE
                      END-IF
                     END-IF
            END-READ.

            IF WS-UPDATE EQUAL 'S'
                MOVE WS-PV-DATA-PEDIDO TO WS-PER-DATA-PARM
                PERFORM VERIFICA-PERIODO-FECHADO
                IF WS-PER-BLOQUEADO EQUAL 'S'
                    DISPLAY "PERIODO " WS-PER-ANO-MES
                            " FECHADO - LANCAMENTO NAO PERMITIDO"
                    MOVE 'N' TO WS-UPDATE
                ELSE
                    PERFORM LOCALIZA-NOTA-EMITIDA
                    IF WS-NF-EMITIR EQUAL 'N'
                        DISPLAY "CANCELE A NOTA FISCAL ANTES DE "
                                "ALTERAR O PEDIDO"
                        DISPLAY "ALTERACAO NAO PERMITIDA"
                        MOVE 'N' TO WS-UPDATE
                    END-IF
                END-IF
            END-IF

            IF WS-UPDATE EQUAL 'S'
                DISPLAY "CODIGO DO PEDIDO: " WS-CODIGO-PEDIDO
                          " CLIENTE: " WS-PV-NOME
                          " QTDE ITENS: " WS-PV-QTDE-ITENS
                          " TOTAL: " WS-PV-VALOR-TOTAL
                          " STATUS: " WS-PV-STATUS
                PERFORM LISTA-ITENS-PEDIDO

                DISPLAY "INFORME O NUMERO DO ITEM A ALTERAR"
                ACCEPT WS-ITEM-ALTERA

            END-IF

            IF WS-UPDATE EQUAL 'S'
                MOVE WS-PV-CODIGO-CLIENTE TO WS-TP-CLIENTE-PARM
                PERFORM OBTEM-TABELA-CLIENTE
                MOVE WS-IP-PRECO TO WS-TP-PRECO-BASE-PARM
                OPEN INPUT PRODUTOS
                MOVE WS-IP-CODIGO-PRODUTO TO CODIGO-PRODUTO
                READ PRODUTOS RECORD
                   KEY IS CODIGO-PRODUTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PRECO TO WS-TP-PRECO-BASE-PARM
                END-READ
                CLOSE PRODUTOS
                MOVE WS-CLI-TABELA TO WS-TP-TABELA-PARM
                MOVE WS-IP-CODIGO-PRODUTO TO WS-TP-PRODUTO-PARM
                MOVE WS-PV-DATA-PEDIDO TO WS-TP-DATA-PARM
                PERFORM OBTEM-PRECO-TABELA
                DISPLAY "PRECO DE TABELA DO PRODUTO: " WS-TP-PRECO
                DISPLAY "INFORME O NOVO PRECO DO PRODUTO"
                DISPLAY "OU PRESSIONE ENTER PARA O PRECO DE TABELA"
                MOVE ZEROS TO WS-TP-PRECO-INFORMADO
                ACCEPT WS-TP-PRECO-INFORMADO
                PERFORM VERIFICA-PRECO-MINIMO
                MOVE WS-TP-PRECO-INFORMADO TO IP-PRECO
                PERFORM UNTIL IP-PRECO NOT = ZERO
                    DISPLAY "O PRECO NAO PODE SER ZERO"
                    DISPLAY "INFORME O NOVO PRECO DO PRODUTO"
                                       END-IF
                                       MOVE QTDE-ESTOQUE
                                               TO WS-MOV-SALDO-PARM
                                       MOVE CUSTO-MEDIO
                                               TO WS-MOV-CUSTO-PARM
                                       PERFORM GRAVA-MOVTO-ESTOQUE
                                     END-IF
                                   END-IF
                        DISPLAY "ERRO AO ATUALIZAR O ITEM"
                        DISPLAY "FILE STATUS: " WS-FS-ITENS
                        MOVE 'N' TO WS-UPDATE
                    ELSE
                        IF WS-TP-LIBERADO EQUAL 'S'
                            MOVE 'PEDIDOS'     TO WS-LOG-ARQUIVO-PARM
                            MOVE CODIGO-PEDIDO TO WS-LOG-CHAVE-PARM
                            MOVE 'DESCONTO'    TO WS-LOG-OPERACAO-PARM
                            PERFORM GRAVA-LOG
                        END-IF
                    END-IF
                END-IF

               END-IF
           END-IF.

           RELATORIO-MARGEM.

           MOVE ZERO TO WS-MRG-QTD-PROD
           MOVE ZERO TO WS-MRG-QTD-CLI
           MOVE ZERO TO WS-MRG-QTD-VEND
           MOVE ZERO TO WS-MRG-TOT-RECEITA
           MOVE ZERO TO WS-MRG-TOT-CUSTO
           MOVE ZERO TO WS-MRG-QTD-PEDIDOS

           DISPLAY "----- RELATORIO DE MARGEM POR PERIODO -----"
           DISPLAY "INFORME A DATA INICIAL (AAAAMMDD)"
           ACCEPT WS-DATA-INICIAL
           DISPLAY "INFORME A DATA FINAL (AAAAMMDD)"
           ACCEPT WS-DATA-FINAL

           OPEN INPUT PEDIDO-VENDAS
           OPEN INPUT ITENS-PEDIDO

            MOVE WS-DATA-INICIAL TO PV-DATA-PEDIDO
            START PEDIDO-VENDAS KEY IS >= PV-DATA-PEDIDO
                INVALID KEY
                    DISPLAY "NENHUM PEDIDO A PARTIR DA DATA "
                            WS-DATA-INICIAL
                    MOVE 'F' TO WS-EOF
                NOT INVALID KEY
                    MOVE 'S' TO WS-EOF
            END-START

            PERFORM UNTIL WS-EOF = 'F'
               READ PEDIDO-VENDAS NEXT RECORD
                                  INTO WS-REG-PEDIDO-VENDAS
                   AT END MOVE 'F' TO WS-EOF
                   NOT AT END
                       IF WS-PV-DATA-PEDIDO > WS-DATA-FINAL
                           MOVE 'F' TO WS-EOF
                       ELSE
                           IF WS-PV-STATUS NOT EQUAL 'CANCELADO'
                               ADD 1 TO WS-MRG-QTD-PEDIDOS
                               PERFORM ACUMULA-ITENS-MARGEM
                           END-IF
                       END-IF
               END-READ
            END-PERFORM

           CLOSE PEDIDO-VENDAS.
           CLOSE ITENS-PEDIDO.

            DISPLAY "PERIODO: " WS-DATA-INICIAL " A " WS-DATA-FINAL
                    " PEDIDOS: " WS-MRG-QTD-PEDIDOS

            DISPLAY " "
            DISPLAY "MARGEM POR PRODUTO"
            PERFORM VARYING WS-MRG-IDX-PROD FROM 1 BY 1
                 UNTIL WS-MRG-IDX-PROD > WS-MRG-QTD-PROD
                MOVE WS-MRG-PROD-RECEITA (WS-MRG-IDX-PROD)
                                            TO WS-MRG-RECEITA
                MOVE WS-MRG-PROD-CUSTO (WS-MRG-IDX-PROD)
                                            TO WS-MRG-CUSTO
                PERFORM CALCULA-MARGEM
                DISPLAY "PRODUTO: " WS-MRG-PROD-CODIGO (WS-MRG-IDX-PROD)
                        " RECEITA: " WS-MRG-RECEITA
                        " CUSTO: " WS-MRG-CUSTO
                DISPLAY "   MARGEM: " WS-MRG-VALOR-ED
                        " MARGEM %: " WS-MRG-PERC-ED
            END-PERFORM

            DISPLAY " "
            DISPLAY "MARGEM POR CLIENTE"
            PERFORM VARYING WS-MRG-IDX-CLI FROM 1 BY 1
                 UNTIL WS-MRG-IDX-CLI > WS-MRG-QTD-CLI
                MOVE WS-MRG-CLI-RECEITA (WS-MRG-IDX-CLI)
                                            TO WS-MRG-RECEITA
                MOVE WS-MRG-CLI-CUSTO (WS-MRG-IDX-CLI)
                                            TO WS-MRG-CUSTO
                PERFORM CALCULA-MARGEM
                DISPLAY "CLIENTE: " WS-MRG-CLI-CODIGO (WS-MRG-IDX-CLI)
                        " RECEITA: " WS-MRG-RECEITA
                        " CUSTO: " WS-MRG-CUSTO
                DISPLAY "   MARGEM: " WS-MRG-VALOR-ED
                        " MARGEM %: " WS-MRG-PERC-ED
            END-PERFORM

            DISPLAY " "
            DISPLAY "MARGEM POR VENDEDOR"
            PERFORM VARYING WS-MRG-IDX-VEND FROM 1 BY 1
                 UNTIL WS-MRG-IDX-VEND > WS-MRG-QTD-VEND
                MOVE WS-MRG-VEND-RECEITA (WS-MRG-IDX-VEND)
                                            TO WS-MRG-RECEITA
                MOVE WS-MRG-VEND-CUSTO (WS-MRG-IDX-VEND)
                                            TO WS-MRG-CUSTO
                PERFORM CALCULA-MARGEM
                DISPLAY "VENDEDOR: "
                        WS-MRG-VEND-CODIGO (WS-MRG-IDX-VEND)
                        " RECEITA: " WS-MRG-RECEITA
                        " CUSTO: " WS-MRG-CUSTO
                DISPLAY "   MARGEM: " WS-MRG-VALOR-ED
                        " MARGEM %: " WS-MRG-PERC-ED
            END-PERFORM

            MOVE WS-MRG-TOT-RECEITA TO WS-MRG-RECEITA
            MOVE WS-MRG-TOT-CUSTO TO WS-MRG-CUSTO
            PERFORM CALCULA-MARGEM

            DISPLAY " "
            DISPLAY "RECEITA TOTAL: " WS-MRG-TOT-RECEITA
                    " CUSTO TOTAL: " WS-MRG-TOT-CUSTO
            DISPLAY "MARGEM TOTAL: " WS-MRG-VALOR-ED
                    " MARGEM %: " WS-MRG-PERC-ED.

           PERFORM CADASTRO-PEDIDOS.

           ACUMULA-ITENS-MARGEM.

           MOVE WS-CODIGO-PEDIDO TO IP-CODIGO-PEDIDO
           MOVE ZEROS TO IP-NUMERO-ITEM
           START ITENS-PEDIDO KEY IS >= IP-CHAVE
               INVALID KEY MOVE 'F' TO WS-FIM-ITENS
               NOT INVALID KEY MOVE 'S' TO WS-FIM-ITENS
           END-START

           PERFORM UNTIL WS-FIM-ITENS = 'F'
               READ ITENS-PEDIDO NEXT RECORD INTO WS-REG-ITENS-PEDIDO
                   AT END MOVE 'F' TO WS-FIM-ITENS
                   NOT AT END
                     IF WS-IP-CODIGO-PEDIDO NOT = WS-CODIGO-PEDIDO
                         MOVE 'F' TO WS-FIM-ITENS
                     ELSE
                         COMPUTE WS-MRG-CUSTO-ITEM =
                                 WS-IP-QTDE * WS-IP-CUSTO-UNITARIO
                         ADD WS-IP-VALOR-ITEM TO WS-MRG-TOT-RECEITA
                         ADD WS-MRG-CUSTO-ITEM TO WS-MRG-TOT-CUSTO
                         PERFORM ACUMULA-PRODUTO-MARGEM
                         PERFORM ACUMULA-CLIENTE-MARGEM
                         PERFORM ACUMULA-VENDEDOR-MARGEM
                     END-IF
               END-READ
           END-PERFORM.

           ACUMULA-PRODUTO-MARGEM.

           MOVE 'N' TO WS-REL-ACHOU
           PERFORM VARYING WS-MRG-IDX-PROD FROM 1 BY 1
                UNTIL WS-MRG-IDX-PROD > WS-MRG-QTD-PROD
               IF WS-MRG-PROD-CODIGO (WS-MRG-IDX-PROD)
                                       EQUAL WS-IP-CODIGO-PRODUTO
                   ADD WS-IP-VALOR-ITEM TO
                                 WS-MRG-PROD-RECEITA (WS-MRG-IDX-PROD)
                   ADD WS-MRG-CUSTO-ITEM TO
                                 WS-MRG-PROD-CUSTO (WS-MRG-IDX-PROD)
                   MOVE 'S' TO WS-REL-ACHOU
               END-IF
           END-PERFORM

           IF WS-REL-ACHOU NOT EQUAL 'S'
               IF WS-MRG-QTD-PROD >= 200
                   DISPLAY "AVISO: LIMITE DE 200 PRODUTOS NO RELATORIO "
                           "ATINGIDO - PRODUTO " WS-IP-CODIGO-PRODUTO
                           " NAO ENTROU NO SUBTOTAL"
               ELSE
                   ADD 1 TO WS-MRG-QTD-PROD
                   SET WS-MRG-IDX-PROD TO WS-MRG-QTD-PROD
                   MOVE WS-IP-CODIGO-PRODUTO TO
                        WS-MRG-PROD-CODIGO (WS-MRG-IDX-PROD)
                   MOVE WS-IP-VALOR-ITEM TO
                        WS-MRG-PROD-RECEITA (WS-MRG-IDX-PROD)
                   MOVE WS-MRG-CUSTO-ITEM TO
                        WS-MRG-PROD-CUSTO (WS-MRG-IDX-PROD)
               END-IF
           END-IF.

           ACUMULA-CLIENTE-MARGEM.

           MOVE 'N' TO WS-REL-ACHOU
           PERFORM VARYING WS-MRG-IDX-CLI FROM 1 BY 1
                UNTIL WS-MRG-IDX-CLI > WS-MRG-QTD-CLI
               IF WS-MRG-CLI-CODIGO (WS-MRG-IDX-CLI)
                                       EQUAL WS-PV-CODIGO-CLIENTE
                   ADD WS-IP-VALOR-ITEM TO
                                 WS-MRG-CLI-RECEITA (WS-MRG-IDX-CLI)
                   ADD WS-MRG-CUSTO-ITEM TO
                                 WS-MRG-CLI-CUSTO (WS-MRG-IDX-CLI)
                   MOVE 'S' TO WS-REL-ACHOU
               END-IF
           END-PERFORM

           IF WS-REL-ACHOU NOT EQUAL 'S'
               IF WS-MRG-QTD-CLI >= 200
                   DISPLAY "AVISO: LIMITE DE 200 CLIENTES NO RELATORIO "
                           "ATINGIDO - CLIENTE " WS-PV-CODIGO-CLIENTE
                           " NAO ENTROU NO SUBTOTAL"
               ELSE
                   ADD 1 TO WS-MRG-QTD-CLI
                   SET WS-MRG-IDX-CLI TO WS-MRG-QTD-CLI
                   MOVE WS-PV-CODIGO-CLIENTE TO
                        WS-MRG-CLI-CODIGO (WS-MRG-IDX-CLI)
                   MOVE WS-IP-VALOR-ITEM TO
                        WS-MRG-CLI-RECEITA (WS-MRG-IDX-CLI)
                   MOVE WS-MRG-CUSTO-ITEM TO
                        WS-MRG-CLI-CUSTO (WS-MRG-IDX-CLI)
               END-IF
           END-IF.

           ACUMULA-VENDEDOR-MARGEM.

           MOVE 'N' TO WS-REL-ACHOU
           PERFORM VARYING WS-MRG-IDX-VEND FROM 1 BY 1
                UNTIL WS-MRG-IDX-VEND > WS-MRG-QTD-VEND
               IF WS-MRG-VEND-CODIGO (WS-MRG-IDX-VEND)
                                       EQUAL WS-PV-CODIGO-VENDEDOR
                   ADD WS-IP-VALOR-ITEM TO
                                 WS-MRG-VEND-RECEITA (WS-MRG-IDX-VEND)
                   ADD WS-MRG-CUSTO-ITEM TO
                                 WS-MRG-VEND-CUSTO (WS-MRG-IDX-VEND)
                   MOVE 'S' TO WS-REL-ACHOU
               END-IF
           END-PERFORM

           IF WS-REL-ACHOU NOT EQUAL 'S'
               IF WS-MRG-QTD-VEND >= 200
                   DISPLAY "AVISO: LIMITE DE 200 VENDEDORES NO "
                           "RELATORIO ATINGIDO - VENDEDOR "
                           WS-PV-CODIGO-VENDEDOR
                           " NAO ENTROU NO SUBTOTAL"
               ELSE
                   ADD 1 TO WS-MRG-QTD-VEND
                   SET WS-MRG-IDX-VEND TO WS-MRG-QTD-VEND
                   MOVE WS-PV-CODIGO-VENDEDOR TO
                        WS-MRG-VEND-CODIGO (WS-MRG-IDX-VEND)
                   MOVE WS-IP-VALOR-ITEM TO
                        WS-MRG-VEND-RECEITA (WS-MRG-IDX-VEND)
                   MOVE WS-MRG-CUSTO-ITEM TO
                        WS-MRG-VEND-CUSTO (WS-MRG-IDX-VEND)
               END-IF
           END-IF.

           CALCULA-MARGEM.

           COMPUTE WS-MRG-VALOR = WS-MRG-RECEITA - WS-MRG-CUSTO
           IF WS-MRG-RECEITA > ZERO
               COMPUTE WS-MRG-PERC ROUNDED =
                          WS-MRG-VALOR * 100 / WS-MRG-RECEITA
           ELSE
               MOVE ZERO TO WS-MRG-PERC
           END-IF
           MOVE WS-MRG-VALOR TO WS-MRG-VALOR-ED
           MOVE WS-MRG-PERC TO WS-MRG-PERC-ED.

*******************************************************************************

           AUDITORIA-INTEGRIDADE.

           MOVE ZEROS TO WS-AUDIT-ERROS

           OPEN INPUT PEDIDO-VENDAS
           OPEN INPUT ITENS-PEDIDO

           OPEN INPUT CLIENTES

            IF WS-FS-CLIENTES EQUAL 35 THEN
                OPEN OUTPUT CLIENTES
                CLOSE CLIENTES
                OPEN INPUT CLIENTES
            END-IF

           OPEN INPUT PRODUTOS

            IF WS-FS-PRODUTOS EQUAL 35 THEN
                OPEN OUTPUT PRODUTOS
                CLOSE PRODUTOS
                OPEN INPUT PRODUTOS
            END-IF

            DISPLAY "----- AUDITORIA DE INTEGRIDADE -----"

*******************************************************************************

           CADASTRO-FORNECEDORES.

       MOVE SPACES TO WS-ESCOLHA

           DISPLAY "---------- CADASTRO DE FORNECEDORES ---------"
           DISPLAY "SELECIONE UMA OPCAO ABAIXO"
           DISPLAY "I - INCLUSAO DE DADOS DOS FORNECEDORES"
           DISPLAY "A - ALTERACAO DE DADOS DOS FORNECEDORES"
           DISPLAY "C - CONSULTA DE DADOS DOS FORNECEDORES"
           DISPLAY "E - EXCLUSAO DE DADOS DOS FORNECEDORES"
           DISPLAY "V - VOLTAR AO MENU PRINCIPAL"
           ACCEPT WS-ESCOLHA.

           EVALUATE WS-ESCOLHA
               WHEN 'I'
                   PERFORM INCLUSAO-FORNECEDORES
               WHEN 'A'
                   PERFORM VERIFICA-SUPERVISOR
                   IF WS-ACESSO-NEGADO EQUAL 'S'
                       PERFORM CADASTRO-FORNECEDORES
                   ELSE
                       PERFORM ALTERACAO-FORNECEDORES
                   END-IF
               WHEN 'C'
                   PERFORM CONSULTA-FORNECEDORES
               WHEN 'E'
                   PERFORM VERIFICA-SUPERVISOR
                   IF WS-ACESSO-NEGADO EQUAL 'S'
                       PERFORM CADASTRO-FORNECEDORES
                   ELSE
                       PERFORM EXCLUSAO-FORNECEDORES
                   END-IF
               WHEN 'V'
                   PERFORM MAIN-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   PERFORM CADASTRO-FORNECEDORES
            END-EVALUATE.

           INCLUSAO-FORNECEDORES.
       MOVE 'SIM' TO WS-GRAVAR

           OPEN I-O FORNECEDORES.

            IF WS-FS-FORNECEDORES EQUAL 35 THEN
                OPEN OUTPUT FORNECEDORES
                CLOSE FORNECEDORES
                OPEN I-O FORNECEDORES
            END-IF

           PERFORM UNTIL WS-GRAVAR = "NAO"
               IF WS-FS-FORNECEDORES EQUAL ZEROS THEN
                   MOVE 'FORNECEDOR' TO WS-SEQ-TIPO-PARM
                   PERFORM OBTEM-PROXIMO-NUMERO
                   IF WS-SEQ-PROXIMO EQUAL ZEROS
                    DISPLAY "SEQUENCIA DE FORNECEDORES INDISPONIVEL"
                    DISPLAY "REGISTRO NAO GRAVADO"
                   ELSE
                    MOVE WS-SEQ-PROXIMO TO CODIGO-FORNECEDOR
                    DISPLAY "CODIGO DO FORNECEDOR ATRIBUIDO: "
                            CODIGO-FORNECEDOR
                    DISPLAY "INFORME A RAZAO SOCIAL DO FORNECEDOR"
                    ACCEPT FN-NOME
                    PERFORM UNTIL FN-NOME NOT = SPACES
                        DISPLAY "O NOME NAO PODE FICAR EM BRANCO"
                        DISPLAY "INFORME A RAZAO SOCIAL DO FORNECEDOR"
                        ACCEPT FN-NOME
                    END-PERFORM
                    DISPLAY "INFORME O CNPJ (SOMENTE NUMEROS)"
                    ACCEPT FN-CNPJ
                    DISPLAY "INFORME O TELEFONE DO FORNECEDOR"
                    ACCEPT FN-TELEFONE
                    DISPLAY "INFORME O ENDERECO"
                    ACCEPT FN-ENDERECO
                    DISPLAY "INFORME A CIDADE"
                    ACCEPT FN-CIDADE
                    DISPLAY "INFORME A UF"
                    ACCEPT FN-UF

                    WRITE REG-FORNECEDORES

                    IF WS-FS-FORNECEDORES NOT EQUAL ZEROS
                     DISPLAY "ERRO! NAO FOI POSSIVEL GRAVAR O REGISTRO"
                     DISPLAY "FILE STATUS: " WS-FS-FORNECEDORES
                    ELSE
                     DISPLAY "REGISTRO GRAVADO COM SUCESSO!!"
                     MOVE 'FORNECEDORES'    TO WS-LOG-ARQUIVO-PARM
                     MOVE CODIGO-FORNECEDOR TO WS-LOG-CHAVE-PARM
                     MOVE 'INCLUSAO'        TO WS-LOG-OPERACAO-PARM
                     PERFORM GRAVA-LOG
                    END-IF
                   END-IF

                   DISPLAY "DESEJA GRAVAR UM NOVO REGISTRO? SIM OU NAO?"
                   ACCEPT WS-GRAVAR
               ELSE
                DISPLAY "ERRO AO CRIAR O ARQUIVO"
                DISPLAY "FILE STATUS: " WS-FS-FORNECEDORES
               END-IF
           END-PERFORM.

           MOVE 'SIM' TO WS-GRAVAR

           CLOSE FORNECEDORES.
           PERFORM CADASTRO-FORNECEDORES.

           ALTERACAO-FORNECEDORES.

       MOVE SPACES TO WS-UPDATE

           OPEN I-O FORNECEDORES.

            DISPLAY "----- ALTERACAO DE FORNECEDORES -----"
            DISPLAY "DIGITE O CODIGO DO FORNECEDOR"
            ACCEPT CODIGO-FORNECEDOR

            READ FORNECEDORES RECORD INTO WS-REG-FORNECEDORES
               KEY IS CODIGO-FORNECEDOR
                   INVALID KEY
                       DISPLAY "CODIGO DE FORNECEDOR INVALIDO"
                   NOT INVALID KEY
                     IF WS-FS-FORNECEDORES IS >= 90
                         DISPLAY "REGISTRO EM USO POR OUTRO USUARIO"
                         DISPLAY "ALTERACAO NAO PERMITIDA NESTE MOMENTO"
                     ELSE
                       DISPLAY "CODIGO DO FORNECEDOR: "
                               WS-CODIGO-FORNECEDOR
                               " NOME: " WS-FN-NOME
                               " CNPJ: " WS-FN-CNPJ
                               " TELEFONE: " WS-FN-TELEFONE
                       MOVE 'S' TO WS-UPDATE
                     END-IF
            END-READ.

            IF WS-UPDATE EQUAL 'S'
                DISPLAY "INFORME A NOVA RAZAO SOCIAL DO FORNECEDOR"
                ACCEPT FN-NOME
                PERFORM UNTIL FN-NOME NOT = SPACES
                    DISPLAY "O NOME NAO PODE FICAR EM BRANCO"
                    DISPLAY "INFORME A NOVA RAZAO SOCIAL DO FORNECEDOR"
                    ACCEPT FN-NOME
                END-PERFORM
                DISPLAY "INFORME O NOVO CNPJ (SOMENTE NUMEROS)"
                ACCEPT FN-CNPJ
                DISPLAY "INFORME O NOVO TELEFONE DO FORNECEDOR"
                ACCEPT FN-TELEFONE
                DISPLAY "INFORME O NOVO ENDERECO"
                ACCEPT FN-ENDERECO
                DISPLAY "INFORME A NOVA CIDADE"
                ACCEPT FN-CIDADE
                DISPLAY "INFORME A NOVA UF"
                ACCEPT FN-UF

                REWRITE REG-FORNECEDORES
                END-REWRITE

                IF WS-FS-FORNECEDORES IS >= 90
                    DISPLAY "REGISTRO EM USO POR OUTRO USUARIO"
                    DISPLAY "ALTERACAO NAO GRAVADA"
                ELSE
                  IF WS-FS-FORNECEDORES NOT EQUAL ZEROS
                    DISPLAY "ERRO AO ALTERAR O FORNECEDOR"
                    DISPLAY "FILE STATUS: " WS-FS-FORNECEDORES
                  ELSE
                    DISPLAY "FORNECEDOR ALTERADO COM SUCESSO!!"
                    MOVE 'FORNECEDORES'    TO WS-LOG-ARQUIVO-PARM
                    MOVE CODIGO-FORNECEDOR TO WS-LOG-CHAVE-PARM
                    MOVE 'ALTERACAO'       TO WS-LOG-OPERACAO-PARM
                    PERFORM GRAVA-LOG
                  END-IF
                END-IF
            END-IF.

            CLOSE FORNECEDORES.

           PERFORM CADASTRO-FORNECEDORES.

           CONSULTA-FORNECEDORES.

           MOVE SPACES TO WS-ESCOLHA
           MOVE 'S' TO WS-EOF

            MOVE "S" TO WS-EOR

            PERFORM UNTIL WS-EOR IS NOT = 'S'

            DISPLAY "T - LISTAR TODOS OS FORNECEDORES"
            DISPLAY "U - PROCURAR UM FORNECEDOR ESPECIFICO"
            ACCEPT WS-ESCOLHA

            OPEN INPUT FORNECEDORES

            IF WS-ESCOLHA IS = 'U' THEN
               DISPLAY "----- CONSULTA DE FORNECEDORES -----"
               DISPLAY "DIGITE O CODIGO DO FORNECEDOR"
               ACCEPT CODIGO-FORNECEDOR

               READ FORNECEDORES RECORD INTO WS-REG-FORNECEDORES
                   KEY IS CODIGO-FORNECEDOR
                       INVALID KEY
                           DISPLAY "CODIGO DE FORNECEDOR INVALIDO"
                       NOT INVALID KEY
                         DISPLAY "CODIGO DO FORNECEDOR: "
                                 WS-CODIGO-FORNECEDOR
                                 " NOME: " WS-FN-NOME
                                 " CNPJ: " WS-FN-CNPJ
                                 " TELEFONE: " WS-FN-TELEFONE
                         DISPLAY "ENDERECO: " WS-FN-ENDERECO
                                 " CIDADE: " WS-FN-CIDADE
                                 " UF: " WS-FN-UF
               END-READ

            ELSE IF WS-ESCOLHA IS = 'T' THEN
                MOVE 'S' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'F'
                   READ FORNECEDORES NEXT RECORD
                                     INTO WS-REG-FORNECEDORES
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                         DISPLAY "CODIGO DO FORNECEDOR: "
                                 WS-CODIGO-FORNECEDOR
                                 " NOME: " WS-FN-NOME
                                 " CNPJ: " WS-FN-CNPJ
                                 " TELEFONE: " WS-FN-TELEFONE
                   END-READ
                END-PERFORM
                END-IF
            END-IF

            CLOSE FORNECEDORES

            DISPLAY "DESEJA CONTINUAR ? (S ou N):"
            ACCEPT WS-EOR

            END-PERFORM.

            PERFORM CADASTRO-FORNECEDORES.

           EXCLUSAO-FORNECEDORES.

           MOVE SPACES TO WS-DEL
           MOVE SPACES TO WS-DEL-PERMANENTE

           OPEN I-O FORNECEDORES.

            DISPLAY "----- EXCLUIR FORNECEDORES -----"
            DISPLAY "DIGITE O CODIGO DO FORNECEDOR"
            ACCEPT CODIGO-FORNECEDOR

            READ FORNECEDORES RECORD INTO WS-REG-FORNECEDORES
               KEY IS CODIGO-FORNECEDOR
                   INVALID KEY
                       DISPLAY "CODIGO DE FORNECEDOR INVALIDO"
                   NOT INVALID KEY
                     IF WS-FS-FORNECEDORES IS >= 90
                         DISPLAY "REGISTRO EM USO POR OUTRO USUARIO"
                         DISPLAY "EXCLUSAO NAO PERMITIDA NESTE MOMENTO"
                     ELSE
                       DISPLAY "CODIGO DO FORNECEDOR: "
                               WS-CODIGO-FORNECEDOR
                               " NOME: " WS-FN-NOME
                               " CNPJ: " WS-FN-CNPJ
                       DISPLAY "DESEJA REALMENTE EXCLUIR O FORNECEDOR "
                                   FN-NOME "? S OU N"
                       ACCEPT WS-DEL-PERMANENTE
                       IF WS-DEL-PERMANENTE EQUAL 'S'
                           MOVE 'S' TO WS-DEL
                       END-IF
                     END-IF
            END-READ.

            IF WS-DEL EQUAL 'S'
                PERFORM VERIFICA-FORNECEDOR-EM-COMPRAS
                IF WS-TEM-REFERENCIA EQUAL 'S'
                    DISPLAY "FORNECEDOR POSSUI PEDIDOS DE COMPRA "
                            "CADASTRADOS"
                    DISPLAY "EXCLUSAO NAO PERMITIDA"
                    MOVE 'N' TO WS-DEL
                END-IF
            END-IF.

            IF WS-DEL EQUAL 'S'
                DELETE FORNECEDORES RECORD
                   INVALID KEY DISPLAY "CODIGO DE FORNECEDOR INVALIDO"
                   NOT INVALID KEY
                     IF WS-FS-FORNECEDORES IS >= 90
                         DISPLAY "REGISTRO EM USO POR OUTRO USUARIO"
                         DISPLAY "EXCLUSAO NAO EFETIVADA"
                     ELSE
                       DISPLAY "FORNECEDOR DELETADO!!"
                       MOVE 'FORNECEDORES'    TO WS-LOG-ARQUIVO-PARM
                       MOVE CODIGO-FORNECEDOR TO WS-LOG-CHAVE-PARM
                       MOVE 'EXCLUSAO'        TO WS-LOG-OPERACAO-PARM
                       PERFORM GRAVA-LOG
                     END-IF
                END-DELETE
            END-IF.

            CLOSE FORNECEDORES.

           PERFORM CADASTRO-FORNECEDORES.

           VERIFICA-FORNECEDOR-EM-COMPRAS.

           MOVE 'N' TO WS-TEM-REFERENCIA

           OPEN INPUT PEDIDO-COMPRA

           IF WS-FS-COMPRA EQUAL ZEROS
               MOVE 'S' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'F'
                  READ PEDIDO-COMPRA NEXT RECORD
                                     INTO WS-REG-PEDIDO-COMPRA
                      AT END MOVE 'F' TO WS-EOF
                      NOT AT END
                          IF WS-PC-CODIGO-FORNECEDOR EQUAL
                                                  CODIGO-FORNECEDOR
                              MOVE 'S' TO WS-TEM-REFERENCIA
                              MOVE 'F' TO WS-EOF
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE PEDIDO-COMPRA
           END-IF.

*******************************************************************************

           MENU-COMPRAS.

       MOVE SPACES TO WS-ESCOLHA

           DISPLAY "---------- COMPRAS E REPOSICAO ---------"
           DISPLAY "SELECIONE UMA OPCAO ABAIXO"
           DISPLAY "I - INCLUSAO DE PEDIDO DE COMPRA"
           DISPLAY "R - RECEBIMENTO DE MERCADORIA"
           DISPLAY "C - CONSULTA DE PEDIDOS DE COMPRA"
           DISPLAY "S - SUGESTAO DE REPOSICAO DE ESTOQUE"
           DISPLAY "P - PENDENCIAS DE VENDA (BACKORDER)"
           DISPLAY "A - CURVA ABC E ESTOQUE PARADO"
           DISPLAY "K - PARAMETROS DA CURVA ABC (SUPERVISOR)"
           DISPLAY "V - VOLTAR AO MENU PRINCIPAL"
           ACCEPT WS-ESCOLHA.

           EVALUATE WS-ESCOLHA
               WHEN 'I'
                   PERFORM INCLUSAO-COMPRAS
               WHEN 'R'
                   PERFORM RECEBE-COMPRA
               WHEN 'C'
                   PERFORM CONSULTA-COMPRAS
               WHEN 'S'
                   PERFORM RELATORIO-REPOSICAO
               WHEN 'P'
                   PERFORM RELATORIO-BACKORDER
               WHEN 'A'
                   PERFORM CURVA-ABC-PRODUTOS
               WHEN 'K'
                   PERFORM VERIFICA-SUPERVISOR
                   IF WS-ACESSO-NEGADO EQUAL 'S'
                       PERFORM MENU-COMPRAS
                   ELSE
                       PERFORM PARAMETROS-CURVA-ABC
                   END-IF
               WHEN 'V'
                   PERFORM MAIN-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   PERFORM MENU-COMPRAS
            END-EVALUATE.

           INCLUSAO-COMPRAS.
       MOVE 'SIM' TO WS-GRAVAR

           OPEN I-O PEDIDO-COMPRA.

            IF WS-FS-COMPRA EQUAL 35 THEN
                OPEN OUTPUT PEDIDO-COMPRA
                CLOSE PEDIDO-COMPRA
                OPEN I-O PEDIDO-COMPRA
            END-IF

           OPEN INPUT PRODUTOS.

            IF WS-FS-PRODUTOS EQUAL 35 THEN
                OPEN OUTPUT PRODUTOS
                CLOSE PRODUTOS
                OPEN INPUT PRODUTOS
            END-IF

           OPEN INPUT FORNECEDORES.

            IF WS-FS-FORNECEDORES EQUAL 35 THEN
                OPEN OUTPUT FORNECEDORES
                CLOSE FORNECEDORES
                OPEN INPUT FORNECEDORES
            END-IF

           MOVE WS-FS-COMPRA TO WS-FS-ABERTURA

           PERFORM UNTIL WS-GRAVAR = "NAO"
               IF WS-FS-ABERTURA EQUAL ZEROS THEN
                   MOVE SPACES TO WS-PED-ERRO

                   MOVE 'COMPRAS' TO WS-SEQ-TIPO-PARM
                   PERFORM OBTEM-PROXIMO-NUMERO
                   IF WS-SEQ-PROXIMO EQUAL ZEROS
                       DISPLAY "SEQUENCIA DE COMPRAS INDISPONIVEL"
                       DISPLAY "PEDIDO DE COMPRA NAO GRAVADO"
                       MOVE 'S' TO WS-PED-ERRO
                   ELSE
                       MOVE WS-SEQ-PROXIMO TO CODIGO-COMPRA
                       DISPLAY "NUMERO DO PEDIDO DE COMPRA "
                               "ATRIBUIDO: " CODIGO-COMPRA
                   END-IF

                   IF WS-PED-ERRO NOT EQUAL 'S'
                       DISPLAY "INFORME O CODIGO DO PRODUTO"
                       ACCEPT PC-CODIGO-PRODUTO
                       MOVE PC-CODIGO-PRODUTO TO CODIGO-PRODUTO

                       READ PRODUTOS RECORD INTO WS-REG-PRODUTOS
                          KEY IS CODIGO-PRODUTO
                              INVALID KEY
                                  DISPLAY "CODIGO DE PRODUTO INVALIDO"
                                  DISPLAY "PEDIDO DE COMPRA NAO "
                                          "GRAVADO"
                                  MOVE 'S' TO WS-PED-ERRO
                       END-READ
                   END-IF

                   IF WS-PED-ERRO NOT EQUAL 'S'
                       DISPLAY "INFORME O CODIGO DO FORNECEDOR"
                       ACCEPT PC-CODIGO-FORNECEDOR
                       MOVE PC-CODIGO-FORNECEDOR TO CODIGO-FORNECEDOR

                       READ FORNECEDORES RECORD
                                         INTO WS-REG-FORNECEDORES
                          KEY IS CODIGO-FORNECEDOR
                              INVALID KEY
                                  DISPLAY "CODIGO DE FORNECEDOR "
                                          "INVALIDO"
                                  DISPLAY "PEDIDO DE COMPRA NAO "
                                          "GRAVADO"
                                  MOVE 'S' TO WS-PED-ERRO
                              NOT INVALID KEY
                                  DISPLAY "FORNECEDOR: " WS-FN-NOME
                       END-READ
                   END-IF

                   IF WS-PED-ERRO NOT EQUAL 'S'
                       DISPLAY "INFORME A QUANTIDADE A COMPRAR"
                       ACCEPT PC-QTDE
                       PERFORM UNTIL PC-QTDE NOT = ZERO
                           DISPLAY "A QUANTIDADE NAO PODE SER ZERO"
                           DISPLAY "INFORME A QUANTIDADE A COMPRAR"
                           ACCEPT PC-QTDE
                       END-PERFORM

                       DISPLAY "INFORME O CUSTO UNITARIO DE COMPRA"
                       ACCEPT PC-CUSTO-UNITARIO
                       PERFORM UNTIL PC-CUSTO-UNITARIO NOT = ZERO
                           DISPLAY "O CUSTO UNITARIO NAO PODE SER ZERO"
                           DISPLAY "INFORME O CUSTO UNITARIO DE COMPRA"
                           ACCEPT PC-CUSTO-UNITARIO
                       END-PERFORM

                       DISPLAY "CONDICAO DE PAGAMENTO AO FORNECEDOR:"
                       DISPLAY "1 - A VISTA"
                       DISPLAY "2 - 30 DIAS"
                       DISPLAY "3 - 2 VEZES (30/60)"
                       DISPLAY "4 - 3 VEZES (30/60/90)"
                       ACCEPT PC-COND-PAGTO
                       PERFORM UNTIL PC-COND-PAGTO >= 1
                                 AND PC-COND-PAGTO <= 4
                           DISPLAY "CONDICAO DE PAGAMENTO INVALIDA"
                           DISPLAY "INFORME UMA OPCAO DE 1 A 4"
                           ACCEPT PC-COND-PAGTO
                       END-PERFORM

                       DISPLAY "INFORME A DATA DE EMISSAO (AAAAMMDD)"
                       DISPLAY "OU PRESSIONE ENTER PARA A DATA ATUAL"
                       MOVE ZEROS TO PC-DATA-EMISSAO
                       ACCEPT PC-DATA-EMISSAO
                       IF PC-DATA-EMISSAO EQUAL ZEROS
                           ACCEPT PC-DATA-EMISSAO FROM DATE YYYYMMDD
                       END-IF

                       MOVE PC-DATA-EMISSAO TO WS-PER-DATA-PARM
                       PERFORM VERIFICA-PERIODO-FECHADO
                       IF WS-PER-BLOQUEADO EQUAL 'S'
                           DISPLAY "PERIODO " WS-PER-ANO-MES
                                   " FECHADO - LANCAMENTO NAO PERMITIDO"
                           DISPLAY "PEDIDO DE COMPRA NAO GRAVADO"
                           MOVE 'S' TO WS-PED-ERRO
                       END-IF
                   END-IF

                   IF WS-PED-ERRO NOT EQUAL 'S'
                       MOVE ZEROS TO PC-DATA-RECEBTO
                       MOVE 'PENDENTE' TO PC-SITUACAO

                       WRITE REG-PEDIDO-COMPRA

                       IF WS-FS-COMPRA NOT EQUAL ZEROS
                        DISPLAY "ERRO! NAO GRAVOU O REGISTRO"
                        DISPLAY "FILE STATUS: " WS-FS-COMPRA
                       ELSE
                        DISPLAY "REGISTRO GRAVADO COM SUCESSO!!"
                        MOVE 'PED-COMPRA'   TO WS-LOG-ARQUIVO-PARM
                        MOVE CODIGO-COMPRA  TO WS-LOG-CHAVE-PARM
                        MOVE 'INCLUSAO'     TO WS-LOG-OPERACAO-PARM
                        PERFORM GRAVA-LOG
                       END-IF
                   END-IF

                   DISPLAY "DESEJA GRAVAR UM NOVO REGISTRO? SIM OU NAO?"
                   ACCEPT WS-GRAVAR
               ELSE
                DISPLAY "ERRO AO CRIAR O ARQUIVO"
                DISPLAY "FILE STATUS: " WS-FS-ABERTURA
               END-IF
           END-PERFORM.

           MOVE 'SIM' TO WS-GRAVAR

           CLOSE PEDIDO-COMPRA.
           CLOSE PRODUTOS.
           CLOSE FORNECEDORES.
           PERFORM MENU-COMPRAS.

           RECEBE-COMPRA.

       MOVE SPACES TO WS-UPDATE

           OPEN I-O PEDIDO-COMPRA.
           OPEN I-O PRODUTOS.

            DISPLAY "----- RECEBIMENTO DE MERCADORIA -----"
            DISPLAY "DIGITE O CODIGO DO PEDIDO DE COMPRA"
            ACCEPT CODIGO-COMPRA

            READ PEDIDO-COMPRA RECORD INTO WS-REG-PEDIDO-COMPRA
               KEY IS CODIGO-COMPRA
                   INVALID KEY
                       DISPLAY "CODIGO DO PEDIDO DE COMPRA INVALIDO"
                   NOT INVALID KEY
                     IF WS-PC-SITUACAO EQUAL 'RECEBIDO'
                         DISPLAY "PEDIDO DE COMPRA JA RECEBIDO EM "
                                 WS-PC-DATA-RECEBTO
                     ELSE
                       DISPLAY "PEDIDO DE COMPRA: " WS-CODIGO-COMPRA
                               " PRODUTO: " WS-PC-CODIGO-PRODUTO
                               " QTDE: " WS-PC-QTDE
                               " EMISSAO: " WS-PC-DATA-EMISSAO
                       DISPLAY "FORNECEDOR: " WS-PC-CODIGO-FORNECEDOR
                               " CUSTO UNIT: " WS-PC-CUSTO-UNITARIO
                               " COND PAGTO: " WS-PC-COND-PAGTO
                       MOVE 'S' TO WS-UPDATE
                     END-IF
            END-READ.

            IF WS-UPDATE EQUAL 'S'
                DISPLAY "INFORME A DATA DO RECEBIMENTO (AAAAMMDD)"
                DISPLAY "OU PRESSIONE ENTER PARA A DATA ATUAL"
                MOVE ZEROS TO PC-DATA-RECEBTO
                ACCEPT PC-DATA-RECEBTO
                IF PC-DATA-RECEBTO EQUAL ZEROS
                    ACCEPT PC-DATA-RECEBTO FROM DATE YYYYMMDD
                END-IF

                MOVE PC-DATA-RECEBTO TO WS-PER-DATA-PARM
                PERFORM VERIFICA-PERIODO-FECHADO
                IF WS-PER-BLOQUEADO EQUAL 'S'
                    DISPLAY "PERIODO " WS-PER-ANO-MES
                            " FECHADO - LANCAMENTO NAO PERMITIDO"
                    DISPLAY "RECEBIMENTO NAO GRAVADO"
                    MOVE 'N' TO WS-UPDATE
                END-IF
            END-IF

            IF WS-UPDATE EQUAL 'S'
                MOVE WS-PC-CODIGO-PRODUTO TO CODIGO-PRODUTO
                READ PRODUTOS RECORD
                   KEY IS CODIGO-PRODUTO
                       INVALID KEY
                           DISPLAY "PRODUTO NAO ENCONTRADO"
                           DISPLAY "RECEBIMENTO NAO GRAVADO"
                           MOVE 'N' TO WS-UPDATE
                       NOT INVALID KEY
                           IF WS-PC-CUSTO-UNITARIO > ZEROS
                               IF CUSTO-MEDIO EQUAL ZEROS
                                   MOVE WS-PC-CUSTO-UNITARIO
                                                   TO CUSTO-MEDIO
                               ELSE
                                   COMPUTE CUSTO-MEDIO ROUNDED =
                                      ((QTDE-ESTOQUE * CUSTO-MEDIO) +
                                       (WS-PC-QTDE *
                                        WS-PC-CUSTO-UNITARIO)) /
                                      (QTDE-ESTOQUE + WS-PC-QTDE)
                               END-IF
                           END-IF
                           ADD WS-PC-QTDE TO QTDE-ESTOQUE
                           REWRITE REG-PRODUTOS
                           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
                               DISPLAY "ERRO AO ATUALIZAR O ESTOQUE"
                               DISPLAY "FILE STATUS: " WS-FS-PRODUTOS
                               MOVE 'N' TO WS-UPDATE
                           ELSE
                               MOVE CODIGO-PRODUTO
                                       TO WS-MOV-PRODUTO-PARM
                               MOVE 'COMPRA'   TO WS-MOV-TIPO-PARM
                               MOVE CODIGO-COMPRA TO WS-MOV-DOC-PARM
                               MOVE WS-PC-QTDE TO WS-MOV-ENTRADA-PARM
                               MOVE ZEROS      TO WS-MOV-SAIDA-PARM
                               MOVE QTDE-ESTOQUE TO WS-MOV-SALDO-PARM
                               MOVE WS-PC-CUSTO-UNITARIO
                                       TO WS-MOV-CUSTO-PARM
                               PERFORM GRAVA-MOVTO-ESTOQUE
                           END-IF
                END-READ
            END-IF

            IF WS-UPDATE EQUAL 'S'
                MOVE 'RECEBIDO' TO PC-SITUACAO

                REWRITE REG-PEDIDO-COMPRA
                END-REWRITE

                IF WS-FS-COMPRA NOT EQUAL ZEROS
                    DISPLAY "ERRO AO GRAVAR O RECEBIMENTO"
                    DISPLAY "FILE STATUS: " WS-FS-COMPRA
                ELSE
                    DISPLAY "RECEBIMENTO GRAVADO COM SUCESSO!!"
                    DISPLAY "ESTOQUE ATUALIZADO DO PRODUTO "
                            CODIGO-PRODUTO
                    MOVE 'PED-COMPRA'   TO WS-LOG-ARQUIVO-PARM
                    MOVE CODIGO-COMPRA  TO WS-LOG-CHAVE-PARM
                    MOVE 'RECEBIDO'     TO WS-LOG-OPERACAO-PARM
                    PERFORM GRAVA-LOG
                    MOVE 'PRODUTOS'     TO WS-LOG-ARQUIVO-PARM
                    MOVE CODIGO-PRODUTO TO WS-LOG-CHAVE-PARM
                    MOVE 'ENTRADA'      TO WS-LOG-OPERACAO-PARM
                    PERFORM GRAVA-LOG
                    PERFORM GERA-CONTAS-PAGAR
                    PERFORM OFERECE-ALOCACAO-BACKORDER
                END-IF
            END-IF.

            CLOSE PEDIDO-COMPRA.
            CLOSE PRODUTOS.

           PERFORM MENU-COMPRAS.

           GERA-CONTAS-PAGAR.

           IF PC-CODIGO-FORNECEDOR EQUAL ZEROS
              OR PC-CUSTO-UNITARIO EQUAL ZEROS
               DISPLAY "PEDIDO DE COMPRA SEM FORNECEDOR OU CUSTO"
               DISPLAY "TITULOS A PAGAR NAO GERADOS"
           ELSE
               OPEN I-O CONTAS-PAGAR

               IF WS-FS-PAGAR EQUAL 35
                   OPEN OUTPUT CONTAS-PAGAR
                   CLOSE CONTAS-PAGAR
                   OPEN I-O CONTAS-PAGAR
               END-IF

               EVALUATE PC-COND-PAGTO
                   WHEN 1
                       MOVE 1 TO WS-QTD-PARCELAS
                   WHEN 2
                       MOVE 1 TO WS-QTD-PARCELAS
                   WHEN 3
                       MOVE 2 TO WS-QTD-PARCELAS
                   WHEN OTHER
                       MOVE 3 TO WS-QTD-PARCELAS
               END-EVALUATE

               COMPUTE WS-PAG-VALOR-COMPRA =
                          PC-QTDE * PC-CUSTO-UNITARIO
               COMPUTE WS-VALOR-PARCELA =
                          WS-PAG-VALOR-COMPRA / WS-QTD-PARCELAS
               COMPUTE WS-VALOR-ULT-PARC = WS-PAG-VALOR-COMPRA -
                          (WS-VALOR-PARCELA * (WS-QTD-PARCELAS - 1))

               MOVE ZERO TO WS-PARC-GRAVADAS

               PERFORM VARYING WS-PARCELA-IDX FROM 1 BY 1
                    UNTIL WS-PARCELA-IDX > WS-QTD-PARCELAS
                   MOVE CODIGO-COMPRA TO CP-CODIGO-COMPRA
                   MOVE WS-PARCELA-IDX TO CP-PARCELA
                   MOVE PC-CODIGO-FORNECEDOR TO CP-CODIGO-FORNECEDOR
                   IF PC-COND-PAGTO EQUAL 1
                       MOVE ZEROS TO WS-VENC-MESES
                   ELSE
                       MOVE WS-PARCELA-IDX TO WS-VENC-MESES
                   END-IF
                   MOVE PC-DATA-RECEBTO TO WS-VENC-DATA
                   PERFORM CALCULA-VENCIMENTO
                   MOVE WS-VENC-DATA TO CP-DATA-VENCIMENTO
                   IF WS-PARCELA-IDX EQUAL WS-QTD-PARCELAS
                       MOVE WS-VALOR-ULT-PARC TO CP-VALOR
                   ELSE
                       MOVE WS-VALOR-PARCELA TO CP-VALOR
                   END-IF
                   MOVE ZEROS TO CP-VALOR-PAGO
                   MOVE ZEROS TO CP-DATA-PAGAMENTO
                   MOVE 'ABERTO' TO CP-SITUACAO

                   WRITE REG-CONTAS-PAGAR

                   IF WS-FS-PAGAR NOT EQUAL ZEROS
                       DISPLAY "ERRO AO GRAVAR A PARCELA A PAGAR "
                               CP-PARCELA
                       DISPLAY "FILE STATUS: " WS-FS-PAGAR
                   ELSE
                       ADD 1 TO WS-PARC-GRAVADAS
                   END-IF
               END-PERFORM

               CLOSE CONTAS-PAGAR

               DISPLAY "TITULOS A PAGAR GERADOS: " WS-PARC-GRAVADAS
                       " DE " WS-QTD-PARCELAS " PARCELA(S)"
                       " - TOTAL " WS-PAG-VALOR-COMPRA

               IF WS-PARC-GRAVADAS EQUAL WS-QTD-PARCELAS
                   MOVE 'CONTAS-PAGAR'   TO WS-LOG-ARQUIVO-PARM
                   MOVE CODIGO-COMPRA    TO WS-LOG-CHAVE-PARM
                   MOVE 'INCLUSAO'       TO WS-LOG-OPERACAO-PARM
                   PERFORM GRAVA-LOG
               ELSE
                   DISPLAY "ERRO: TITULOS A PAGAR DA COMPRA "
                           CODIGO-COMPRA " INCOMPLETOS"
                   DISPLAY "VERIFIQUE O CONTAS A PAGAR DESTA COMPRA"
               END-IF
           END-IF.

           OFERECE-ALOCACAO-BACKORDER.

           MOVE SPACES TO WS-BO-ALOCA

           OPEN I-O BACKORDER

           IF WS-FS-BACKORDER EQUAL ZEROS
               DISPLAY "ALOCAR O ESTOQUE RECEBIDO AS PENDENCIAS DE "
                       "VENDA (BACKORDER)? S OU N"
               ACCEPT WS-BO-ALOCA
               IF WS-BO-ALOCA EQUAL 'S'
                   OPEN I-O PEDIDO-VENDAS
                   OPEN I-O ITENS-PEDIDO
                   IF WS-FS-PEDIDOS EQUAL ZEROS
                    AND WS-FS-ITENS EQUAL ZEROS
                       PERFORM ALOCA-BACKORDER-PRODUTO
                   ELSE
                       DISPLAY "PEDIDOS OU ITENS INDISPONIVEIS"
                       DISPLAY "ALOCACAO NAO EFETUADA"
                   END-IF
                   CLOSE PEDIDO-VENDAS
                   CLOSE ITENS-PEDIDO
               END-IF
               CLOSE BACKORDER
           END-IF.

           ALOCA-BACKORDER-PRODUTO.

           MOVE ZEROS TO BO-CODIGO-PEDIDO
           MOVE ZEROS TO BO-NUMERO-ITEM
           START BACKORDER KEY IS >= BO-CHAVE
               INVALID KEY MOVE 'F' TO WS-EOF
               NOT INVALID KEY MOVE 'S' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'F'
                      OR QTDE-ESTOQUE EQUAL ZEROS
               READ BACKORDER NEXT RECORD INTO WS-REG-BACKORDER
                   AT END MOVE 'F' TO WS-EOF
                   NOT AT END
                       IF WS-BO-SITUACAO EQUAL 'PENDENTE'
                        AND WS-BO-CODIGO-PRODUTO EQUAL CODIGO-PRODUTO
                           PERFORM ATENDE-BACKORDER
                       END-IF
               END-READ
           END-PERFORM

           IF QTDE-ESTOQUE EQUAL ZEROS
               DISPLAY "ESTOQUE RECEBIDO TOTALMENTE ALOCADO AS "
                       "PENDENCIAS"
           END-IF.

           ATENDE-BACKORDER.

           MOVE SPACES TO WS-BO-PED-OK

           IF QTDE-ESTOQUE >= WS-BO-QTDE-PENDENTE
               MOVE WS-BO-QTDE-PENDENTE TO WS-BO-QTDE-ALOCADA
           ELSE
               MOVE QTDE-ESTOQUE TO WS-BO-QTDE-ALOCADA
           END-IF

           MOVE WS-BO-CODIGO-PEDIDO TO CODIGO-PEDIDO
           READ PEDIDO-VENDAS RECORD
              KEY IS CODIGO-PEDIDO
              INVALID KEY
                  DISPLAY "PEDIDO " WS-BO-CODIGO-PEDIDO
                          " DA PENDENCIA NAO ENCONTRADO"
              NOT INVALID KEY
                  IF PV-STATUS EQUAL 'CANCELADO'
                      MOVE WS-REG-BACKORDER TO REG-BACKORDER
                      MOVE 'CANCELADO' TO BO-SITUACAO
                      REWRITE REG-BACKORDER
                      DISPLAY "PEDIDO " WS-BO-CODIGO-PEDIDO
                              " CANCELADO - PENDENCIA CANCELADA"
                  ELSE
                      MOVE 'S' TO WS-BO-PED-OK
                  END-IF
           END-READ

           IF WS-BO-PED-OK EQUAL 'S'
               MOVE WS-BO-CODIGO-PEDIDO TO IP-CODIGO-PEDIDO
               MOVE WS-BO-NUMERO-ITEM TO IP-NUMERO-ITEM
               READ ITENS-PEDIDO RECORD
                  KEY IS IP-CHAVE
                  INVALID KEY
                      MOVE WS-BO-CODIGO-PEDIDO TO IP-CODIGO-PEDIDO
                      MOVE WS-BO-NUMERO-ITEM TO IP-NUMERO-ITEM
                      MOVE WS-BO-CODIGO-PRODUTO TO IP-CODIGO-PRODUTO
                      MOVE WS-BO-PRODUTO TO IP-PRODUTO
                      MOVE WS-BO-PRECO TO IP-PRECO
                      MOVE WS-BO-QTDE-ALOCADA TO IP-QTDE
                      MOVE CUSTO-MEDIO TO IP-CUSTO-UNITARIO
                      COMPUTE IP-VALOR-ITEM = IP-QTDE * IP-PRECO
                      WRITE REG-ITENS-PEDIDO
                      IF WS-FS-ITENS NOT EQUAL ZEROS
                          DISPLAY "ERRO AO GRAVAR O ITEM DA "
                                  "PENDENCIA"
                          DISPLAY "FILE STATUS: " WS-FS-ITENS
                          MOVE 'N' TO WS-BO-PED-OK
                      ELSE
                          ADD 1 TO PV-QTDE-ITENS
                      END-IF
                  NOT INVALID KEY
                      COMPUTE IP-CUSTO-UNITARIO ROUNDED =
                         ((IP-QTDE * IP-CUSTO-UNITARIO) +
                          (WS-BO-QTDE-ALOCADA * CUSTO-MEDIO)) /
                         (IP-QTDE + WS-BO-QTDE-ALOCADA)
                      ADD WS-BO-QTDE-ALOCADA TO IP-QTDE
                      COMPUTE IP-VALOR-ITEM = IP-QTDE * IP-PRECO
                      REWRITE REG-ITENS-PEDIDO
                      IF WS-FS-ITENS NOT EQUAL ZEROS
                          DISPLAY "ERRO AO ATUALIZAR O ITEM DA "
                                  "PENDENCIA"
                          DISPLAY "FILE STATUS: " WS-FS-ITENS
                          MOVE 'N' TO WS-BO-PED-OK
                      END-IF
               END-READ
           END-IF

           IF WS-BO-PED-OK EQUAL 'S'
               COMPUTE WS-BO-VALOR-ALOC =
                          WS-BO-QTDE-ALOCADA * IP-PRECO
               ADD WS-BO-VALOR-ALOC TO PV-VALOR-TOTAL

               REWRITE REG-PEDIDO-VENDAS
               END-REWRITE

               IF WS-FS-PEDIDOS NOT EQUAL ZEROS
                   DISPLAY "ERRO AO ATUALIZAR O PEDIDO "
                           WS-BO-CODIGO-PEDIDO
                   DISPLAY "FILE STATUS: " WS-FS-PEDIDOS
               ELSE
                   PERFORM ATUALIZA-TITULOS-ALTERACAO

                   SUBTRACT WS-BO-QTDE-ALOCADA FROM QTDE-ESTOQUE
                   REWRITE REG-PRODUTOS
                   IF WS-FS-PRODUTOS NOT EQUAL ZEROS
                       DISPLAY "ERRO AO ATUALIZAR O ESTOQUE"
                       DISPLAY "FILE STATUS: " WS-FS-PRODUTOS
                   ELSE
                       MOVE CODIGO-PRODUTO TO WS-MOV-PRODUTO-PARM
                       MOVE 'BACKORDER'    TO WS-MOV-TIPO-PARM
                       MOVE WS-BO-CODIGO-PEDIDO TO WS-MOV-DOC-PARM
                       MOVE ZEROS          TO WS-MOV-ENTRADA-PARM
                       MOVE WS-BO-QTDE-ALOCADA TO WS-MOV-SAIDA-PARM
                       MOVE QTDE-ESTOQUE   TO WS-MOV-SALDO-PARM
                       MOVE CUSTO-MEDIO TO WS-MOV-CUSTO-PARM
                       PERFORM GRAVA-MOVTO-ESTOQUE
                   END-IF

                   MOVE WS-REG-BACKORDER TO REG-BACKORDER
                   IF WS-BO-QTDE-ALOCADA EQUAL WS-BO-QTDE-PENDENTE
                       MOVE ZEROS TO BO-QTDE-PENDENTE
                       MOVE 'ATENDIDO' TO BO-SITUACAO
                   ELSE
                       COMPUTE BO-QTDE-PENDENTE =
                          WS-BO-QTDE-PENDENTE - WS-BO-QTDE-ALOCADA
                   END-IF

                   REWRITE REG-BACKORDER
                   IF WS-FS-BACKORDER NOT EQUAL ZEROS
                       DISPLAY "ERRO AO ATUALIZAR A PENDENCIA"
                       DISPLAY "FILE STATUS: " WS-FS-BACKORDER
                   ELSE
                       DISPLAY "PENDENCIA DO PEDIDO "
                               WS-BO-CODIGO-PEDIDO " ITEM "
                               WS-BO-NUMERO-ITEM " ATENDIDA COM "
                               WS-BO-QTDE-ALOCADA " UNIDADES"
                       MOVE 'BACKORDER'   TO WS-LOG-ARQUIVO-PARM
                       MOVE WS-BO-CODIGO-PEDIDO
                                          TO WS-LOG-CHAVE-PARM
                       MOVE 'ATENDIDO'    TO WS-LOG-OPERACAO-PARM
                       PERFORM GRAVA-LOG
                   END-IF
               END-IF
           END-IF.

           CONSULTA-COMPRAS.

           MOVE SPACES TO WS-ESCOLHA

            MOVE "S" TO WS-EOR

            PERFORM UNTIL WS-EOR IS NOT = 'S'

            DISPLAY "T - LISTAR TODOS OS PEDIDOS DE COMPRA"
            DISPLAY "U - PROCURAR UM PEDIDO DE COMPRA ESPECIFICO"
            ACCEPT WS-ESCOLHA

            OPEN INPUT PEDIDO-COMPRA

            IF WS-ESCOLHA IS = 'U' THEN
               DISPLAY "----- CONSULTA DE PEDIDOS DE COMPRA -----"
               DISPLAY "DIGITE O CODIGO DO PEDIDO DE COMPRA"
               ACCEPT CODIGO-COMPRA

               READ PEDIDO-COMPRA RECORD INTO WS-REG-PEDIDO-COMPRA
                   KEY IS CODIGO-COMPRA
                       INVALID KEY
                           DISPLAY "CODIGO DO PEDIDO DE COMPRA "
                                   "INVALIDO"
                       NOT INVALID KEY
                         DISPLAY "PEDIDO DE COMPRA: " WS-CODIGO-COMPRA
                                 " PRODUTO: " WS-PC-CODIGO-PRODUTO
                                 " QTDE: " WS-PC-QTDE
                                 " EMISSAO: " WS-PC-DATA-EMISSAO
                                 " SITUACAO: " WS-PC-SITUACAO
                         DISPLAY "  FORNECEDOR: "
                                 WS-PC-CODIGO-FORNECEDOR
                                 " CUSTO UNIT: " WS-PC-CUSTO-UNITARIO
                                 " COND PAGTO: " WS-PC-COND-PAGTO
               END-READ

            ELSE IF WS-ESCOLHA IS = 'T' THEN
                MOVE 'S' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'F'
                   READ PEDIDO-COMPRA NEXT RECORD
                                      INTO WS-REG-PEDIDO-COMPRA
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                         DISPLAY "PEDIDO DE COMPRA: " WS-CODIGO-COMPRA
                                 " PRODUTO: " WS-PC-CODIGO-PRODUTO
                                 " QTDE: " WS-PC-QTDE
                                 " EMISSAO: " WS-PC-DATA-EMISSAO
                                 " SITUACAO: " WS-PC-SITUACAO
                         DISPLAY "  FORNECEDOR: "
                                 WS-PC-CODIGO-FORNECEDOR
                                 " CUSTO UNIT: " WS-PC-CUSTO-UNITARIO
                                 " COND PAGTO: " WS-PC-COND-PAGTO
                   END-READ
                END-PERFORM
                END-IF
            END-IF

            CLOSE PEDIDO-COMPRA

            DISPLAY "DESEJA CONTINUAR ? (S ou N):"
            ACCEPT WS-EOR

            END-PERFORM.

            PERFORM MENU-COMPRAS.

           RELATORIO-REPOSICAO.

           MOVE SPACES TO WS-REPOE-ACHOU

           OPEN INPUT PRODUTOS

            DISPLAY "----- SUGESTAO DE REPOSICAO DE ESTOQUE -----"
            MOVE 'S' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'F'
               READ PRODUTOS INTO WS-REG-PRODUTOS
                   AT END MOVE 'F' TO WS-EOF
                   NOT AT END
                       IF WS-QTDE-MINIMA > ZERO
                          AND WS-QTDE-ESTOQUE <= WS-QTDE-MINIMA
                           MOVE 'S' TO WS-REPOE-ACHOU
                           COMPUTE WS-SUGESTAO-COMPRA =
                              (WS-QTDE-MINIMA * 2) - WS-QTDE-ESTOQUE
                           DISPLAY "CODIGO DO PRODUTO: "
                                   WS-CODIGO-PRODUTO
                                   " PRODUTO: " WS-PRODUTO
                                   " ESTOQUE: " WS-QTDE-ESTOQUE
                                   " MINIMO: " WS-QTDE-MINIMA
                                   " COMPRAR: " WS-SUGESTAO-COMPRA
                                   " CURVA: " WS-CLASSE-ABC
                       END-IF
               END-READ
            END-PERFORM

           CLOSE PRODUTOS

            IF WS-REPOE-ACHOU NOT EQUAL 'S'
                DISPLAY "NENHUM PRODUTO ABAIXO DO ESTOQUE MINIMO"
            END-IF.

           PERFORM MENU-COMPRAS.

           CURVA-ABC-PRODUTOS.

           MOVE SPACES TO WS-ABC-ERRO
           MOVE ZEROS TO WS-ABC-QTD-PROD
           MOVE ZEROS TO WS-ABC-QTD-PEDIDOS
           MOVE ZEROS TO WS-ABC-TOT-RECEITA

           PERFORM LE-PARAMETROS-CURVA-ABC

           DISPLAY "----- CURVA ABC E ESTOQUE PARADO -----"
           DISPLAY "INFORME A DATA INICIAL (AAAAMMDD)"
           ACCEPT WS-ABC-DATA-INI
           DISPLAY "INFORME A DATA FINAL (AAAAMMDD)"
           ACCEPT WS-ABC-DATA-FIM

           IF WS-ABC-DATA-INI EQUAL ZEROS
              OR WS-ABC-DATA-FIM < WS-ABC-DATA-INI
               DISPLAY "PERIODO INVALIDO"
               MOVE 'S' TO WS-ABC-ERRO
           ELSE
               MOVE WS-ABC-DATA-INI TO WS-ABC-DT1-DECOMP
               MOVE WS-ABC-DATA-FIM TO WS-ABC-DT2-DECOMP
               PERFORM CALCULA-DIAS-ABC
               COMPUTE WS-ABC-DIAS-PERIODO = WS-ABC-DIAS + 1
           END-IF

           IF WS-ABC-ERRO NOT EQUAL 'S'
               PERFORM CARREGA-PRODUTOS-ABC
           END-IF

           IF WS-ABC-ERRO NOT EQUAL 'S'
               PERFORM APURA-VENDAS-ABC
               PERFORM APURA-MOVTOS-ABC
               PERFORM ORDENA-PRODUTOS-ABC
               PERFORM CLASSIFICA-PRODUTOS-ABC
               PERFORM GRAVA-CLASSE-PRODUTOS
               PERFORM EMITE-RELATORIO-ABC
           END-IF.

           PERFORM MENU-COMPRAS.

           LE-PARAMETROS-CURVA-ABC.

           MOVE 80 TO WS-ABC-PERC-A
           MOVE 95 TO WS-ABC-PERC-B
           MOVE 90 TO WS-ABC-DIAS-PARADO

           OPEN INPUT PARAMETROS

           IF WS-FS-PARAM EQUAL ZEROS
               MOVE 'CURVA-ABC' TO PAR-CHAVE
               READ PARAMETROS RECORD
                  KEY IS PAR-CHAVE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE PAR-ABC-PERC-A TO WS-ABC-PERC-A
                      MOVE PAR-ABC-PERC-B TO WS-ABC-PERC-B
                      MOVE PAR-ABC-DIAS-PARADO TO WS-ABC-DIAS-PARADO
               END-READ
               CLOSE PARAMETROS
           END-IF.

           PARAMETROS-CURVA-ABC.

           PERFORM LE-PARAMETROS-CURVA-ABC

           DISPLAY "----- PARAMETROS DA CURVA ABC -----"
           DISPLAY "CLASSE A ATE (% ACUMULADO):   " WS-ABC-PERC-A
           DISPLAY "CLASSE B ATE (% ACUMULADO):   " WS-ABC-PERC-B
           DISPLAY "ESTOQUE PARADO APOS (DIAS):   " WS-ABC-DIAS-PARADO

           OPEN I-O PARAMETROS

           IF WS-FS-PARAM EQUAL 35
               OPEN OUTPUT PARAMETROS
               CLOSE PARAMETROS
               OPEN I-O PARAMETROS
           END-IF

           IF WS-FS-PARAM NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PARAMETROS"
               DISPLAY "FILE STATUS: " WS-FS-PARAM
           ELSE
               MOVE SPACES TO WS-UPDATE
               MOVE 'CURVA-ABC' TO PAR-CHAVE
               READ PARAMETROS RECORD
                  KEY IS PAR-CHAVE
                  INVALID KEY
                      MOVE 'I' TO WS-UPDATE
                      MOVE SPACES TO PAR-DADOS
                  NOT INVALID KEY
                      MOVE 'A' TO WS-UPDATE
               END-READ

               DISPLAY "INFORME O % ACUMULADO DA RECEITA PARA CLASSE A"
               ACCEPT PAR-ABC-PERC-A
               DISPLAY "INFORME O % ACUMULADO DA RECEITA PARA CLASSE B"
               ACCEPT PAR-ABC-PERC-B
               DISPLAY "INFORME OS DIAS SEM SAIDA PARA ESTOQUE PARADO"
               ACCEPT PAR-ABC-DIAS-PARADO

               IF PAR-ABC-PERC-A EQUAL ZEROS
                  OR PAR-ABC-PERC-B NOT > PAR-ABC-PERC-A
                  OR PAR-ABC-PERC-B > 100
                  OR PAR-ABC-DIAS-PARADO EQUAL ZEROS
                   DISPLAY "PARAMETROS INVALIDOS - A DEVE SER MENOR "
                           "QUE B E B NO MAXIMO 100"
               ELSE
                   IF WS-UPDATE EQUAL 'I'
                       WRITE REG-PARAMETROS
                       MOVE 'INCLUSAO' TO WS-LOG-OPERACAO-PARM
                   ELSE
                       REWRITE REG-PARAMETROS
                       MOVE 'ALTERACAO' TO WS-LOG-OPERACAO-PARM
                   END-IF

                   IF WS-FS-PARAM NOT EQUAL ZEROS
                       DISPLAY "ERRO AO GRAVAR OS PARAMETROS"
                       DISPLAY "FILE STATUS: " WS-FS-PARAM
                   ELSE
                       DISPLAY "PARAMETROS GRAVADOS COM SUCESSO!!"
                       MOVE 'PARAMETROS' TO WS-LOG-ARQUIVO-PARM
                       MOVE ZEROS        TO WS-LOG-CHAVE-PARM
                       PERFORM GRAVA-LOG
                   END-IF
               END-IF

               CLOSE PARAMETROS
           END-IF.

           PERFORM MENU-COMPRAS.

           CALCULA-DIAS-ABC.

           COMPUTE WS-ABC-DIAS =
              ((WS-ABC-DT2-AAAA - WS-ABC-DT1-AAAA) * 360) +
              ((WS-ABC-DT2-MM - WS-ABC-DT1-MM) * 30) +
              (WS-ABC-DT2-DD - WS-ABC-DT1-DD).

           CARREGA-PRODUTOS-ABC.

           OPEN INPUT PRODUTOS

           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY "NAO HA PRODUTOS CADASTRADOS"
               DISPLAY "FILE STATUS: " WS-FS-PRODUTOS
               MOVE 'S' TO WS-ABC-ERRO
           ELSE
               MOVE 'S' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'F'
                  READ PRODUTOS NEXT RECORD INTO WS-REG-PRODUTOS
                      AT END MOVE 'F' TO WS-EOF
                      NOT AT END
                          IF WS-ABC-QTD-PROD >= 999
                              DISPLAY "AVISO: LIMITE DE 999 PRODUTOS "
                                      "ATINGIDO - PRODUTO "
                                      WS-CODIGO-PRODUTO
                                      " NAO CLASSIFICADO"
                          ELSE
                              ADD 1 TO WS-ABC-QTD-PROD
                              MOVE WS-ABC-QTD-PROD TO WS-ABC-I
                              MOVE ZEROS TO WS-ABC-PROD (WS-ABC-I)
                              MOVE WS-CODIGO-PRODUTO
                                           TO WS-ABC-CODIGO (WS-ABC-I)
                              MOVE WS-PRODUTO
                                           TO WS-ABC-PRODUTO (WS-ABC-I)
                              MOVE WS-QTDE-ESTOQUE
                                           TO WS-ABC-ESTOQUE (WS-ABC-I)
                              MOVE WS-CUSTO-MEDIO
                                           TO WS-ABC-CUSTO (WS-ABC-I)
                              MOVE WS-CLASSE-ABC
                                       TO WS-ABC-CLASSE-ANT (WS-ABC-I)
                              MOVE 'C' TO WS-ABC-CLASSE (WS-ABC-I)
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE PRODUTOS

               IF WS-ABC-QTD-PROD EQUAL ZEROS
                   DISPLAY "NAO HA PRODUTOS CADASTRADOS"
                   MOVE 'S' TO WS-ABC-ERRO
               END-IF
           END-IF.

           LOCALIZA-PRODUTO-ABC.

           MOVE ZEROS TO WS-ABC-POS
           PERFORM VARYING WS-ABC-J FROM 1 BY 1
                UNTIL WS-ABC-J > WS-ABC-QTD-PROD
                   OR WS-ABC-POS > ZEROS
               IF WS-ABC-CODIGO (WS-ABC-J) EQUAL WS-ABC-BUSCA
                   MOVE WS-ABC-J TO WS-ABC-POS
               END-IF
           END-PERFORM.

           APURA-VENDAS-ABC.

           OPEN INPUT PEDIDO-VENDAS
           OPEN INPUT ITENS-PEDIDO

           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
              OR WS-FS-ITENS NOT EQUAL ZEROS
               DISPLAY "NAO HA PEDIDOS CADASTRADOS"
           ELSE
               MOVE WS-ABC-DATA-INI TO PV-DATA-PEDIDO
               START PEDIDO-VENDAS KEY IS >= PV-DATA-PEDIDO
                   INVALID KEY
                       MOVE 'F' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'S' TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF = 'F'
                  READ PEDIDO-VENDAS NEXT RECORD
                                     INTO WS-REG-PEDIDO-VENDAS
                      AT END MOVE 'F' TO WS-EOF
                      NOT AT END
                          IF WS-PV-DATA-PEDIDO > WS-ABC-DATA-FIM
                              MOVE 'F' TO WS-EOF
                          ELSE
                              IF WS-PV-STATUS NOT EQUAL 'CANCELADO'
                                  ADD 1 TO WS-ABC-QTD-PEDIDOS
                                  PERFORM ACUMULA-ITENS-ABC
                              END-IF
                          END-IF
                  END-READ
               END-PERFORM
           END-IF

           CLOSE PEDIDO-VENDAS
           CLOSE ITENS-PEDIDO.

           ACUMULA-ITENS-ABC.

           MOVE WS-CODIGO-PEDIDO TO IP-CODIGO-PEDIDO
           MOVE ZEROS TO IP-NUMERO-ITEM
           START ITENS-PEDIDO KEY IS >= IP-CHAVE
               INVALID KEY MOVE 'F' TO WS-FIM-ITENS
               NOT INVALID KEY MOVE 'S' TO WS-FIM-ITENS
           END-START

           PERFORM UNTIL WS-FIM-ITENS = 'F'
               READ ITENS-PEDIDO NEXT RECORD INTO WS-REG-ITENS-PEDIDO
                   AT END MOVE 'F' TO WS-FIM-ITENS
                   NOT AT END
                     IF WS-IP-CODIGO-PEDIDO NOT = WS-CODIGO-PEDIDO
                         MOVE 'F' TO WS-FIM-ITENS
                     ELSE
                         MOVE WS-IP-CODIGO-PRODUTO TO WS-ABC-BUSCA
                         PERFORM LOCALIZA-PRODUTO-ABC
                         IF WS-ABC-POS > ZEROS
                             ADD WS-IP-QTDE
                                 TO WS-ABC-QTDE-VENDIDA (WS-ABC-POS)
                             ADD WS-IP-VALOR-ITEM
                                 TO WS-ABC-RECEITA (WS-ABC-POS)
                             ADD WS-IP-VALOR-ITEM TO WS-ABC-TOT-RECEITA
                         END-IF
                     END-IF
               END-READ
           END-PERFORM.

           APURA-MOVTOS-ABC.

           OPEN INPUT MOVTO-ESTOQUE

           IF WS-FS-MOVTO EQUAL ZEROS
               MOVE 'S' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'F'
                  READ MOVTO-ESTOQUE
                      AT END MOVE 'F' TO WS-EOF
                      NOT AT END
                          MOVE MV-CODIGO-PRODUTO TO WS-ABC-BUSCA
                          PERFORM LOCALIZA-PRODUTO-ABC
                          IF WS-ABC-POS > ZEROS
                              PERFORM ACUMULA-MOVTO-ABC
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE MOVTO-ESTOQUE
           END-IF.

           ACUMULA-MOVTO-ABC.

           IF MV-DATA-MOVTO > WS-ABC-DATA-FIM
               ADD MV-QTDE-ENTRADA TO WS-ABC-ENT-POS (WS-ABC-POS)
               ADD MV-QTDE-SAIDA TO WS-ABC-SAI-POS (WS-ABC-POS)
           ELSE
               IF MV-DATA-MOVTO >= WS-ABC-DATA-INI
                   ADD MV-QTDE-ENTRADA TO WS-ABC-ENT-PER (WS-ABC-POS)
                   ADD MV-QTDE-SAIDA TO WS-ABC-SAI-PER (WS-ABC-POS)
               END-IF
           END-IF

           IF MV-QTDE-SAIDA > ZEROS
              AND MV-DATA-MOVTO > WS-ABC-ULT-SAIDA (WS-ABC-POS)
               MOVE MV-DATA-MOVTO TO WS-ABC-ULT-SAIDA (WS-ABC-POS)
           END-IF.

           ORDENA-PRODUTOS-ABC.

           PERFORM VARYING WS-ABC-I FROM 1 BY 1
                UNTIL WS-ABC-I >= WS-ABC-QTD-PROD
               PERFORM VARYING WS-ABC-J FROM WS-ABC-I BY 1
                    UNTIL WS-ABC-J > WS-ABC-QTD-PROD
                   IF WS-ABC-RECEITA (WS-ABC-J) >
                                        WS-ABC-RECEITA (WS-ABC-I)
                      OR (WS-ABC-RECEITA (WS-ABC-J) EQUAL
                                        WS-ABC-RECEITA (WS-ABC-I)
                          AND WS-ABC-CODIGO (WS-ABC-J) <
                                        WS-ABC-CODIGO (WS-ABC-I))
                       MOVE WS-ABC-PROD (WS-ABC-I) TO WS-ABC-TROCA
                       MOVE WS-ABC-PROD (WS-ABC-J)
                                        TO WS-ABC-PROD (WS-ABC-I)
                       MOVE WS-ABC-TROCA TO WS-ABC-PROD (WS-ABC-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

           CLASSIFICA-PRODUTOS-ABC.

           MOVE ZEROS TO WS-ABC-ACUMULADO
           MOVE ZEROS TO WS-ABC-QTD-A
           MOVE ZEROS TO WS-ABC-QTD-B
           MOVE ZEROS TO WS-ABC-QTD-C
           MOVE ZEROS TO WS-ABC-REC-A
           MOVE ZEROS TO WS-ABC-REC-B
           MOVE ZEROS TO WS-ABC-REC-C

           PERFORM VARYING WS-ABC-I FROM 1 BY 1
                UNTIL WS-ABC-I > WS-ABC-QTD-PROD
               MOVE ZEROS TO WS-ABC-PERC-ANTES
               IF WS-ABC-TOT-RECEITA > ZEROS
                   COMPUTE WS-ABC-PERC-ANTES ROUNDED =
                      (WS-ABC-ACUMULADO * 100) / WS-ABC-TOT-RECEITA
               END-IF
               ADD WS-ABC-RECEITA (WS-ABC-I) TO WS-ABC-ACUMULADO

               EVALUATE TRUE
                   WHEN WS-ABC-RECEITA (WS-ABC-I) EQUAL ZEROS
                       MOVE 'C' TO WS-ABC-CLASSE (WS-ABC-I)
                   WHEN WS-ABC-PERC-ANTES < WS-ABC-PERC-A
                       MOVE 'A' TO WS-ABC-CLASSE (WS-ABC-I)
                   WHEN WS-ABC-PERC-ANTES < WS-ABC-PERC-B
                       MOVE 'B' TO WS-ABC-CLASSE (WS-ABC-I)
                   WHEN OTHER
                       MOVE 'C' TO WS-ABC-CLASSE (WS-ABC-I)
               END-EVALUATE

               EVALUATE WS-ABC-CLASSE (WS-ABC-I)
                   WHEN 'A'
                       ADD 1 TO WS-ABC-QTD-A
                       ADD WS-ABC-RECEITA (WS-ABC-I) TO WS-ABC-REC-A
                   WHEN 'B'
                       ADD 1 TO WS-ABC-QTD-B
                       ADD WS-ABC-RECEITA (WS-ABC-I) TO WS-ABC-REC-B
                   WHEN OTHER
                       ADD 1 TO WS-ABC-QTD-C
                       ADD WS-ABC-RECEITA (WS-ABC-I) TO WS-ABC-REC-C
               END-EVALUATE
           END-PERFORM.

           GRAVA-CLASSE-PRODUTOS.

           MOVE ZEROS TO WS-ABC-ALTERADOS

           OPEN I-O PRODUTOS

           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PRODUTOS"
               DISPLAY "FILE STATUS: " WS-FS-PRODUTOS
           ELSE
               PERFORM VARYING WS-ABC-I FROM 1 BY 1
                    UNTIL WS-ABC-I > WS-ABC-QTD-PROD
                   IF WS-ABC-CLASSE (WS-ABC-I) NOT EQUAL
                                        WS-ABC-CLASSE-ANT (WS-ABC-I)
                       MOVE WS-ABC-CODIGO (WS-ABC-I) TO CODIGO-PRODUTO
                       READ PRODUTOS RECORD
                          KEY IS CODIGO-PRODUTO
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              MOVE WS-ABC-CLASSE (WS-ABC-I)
                                               TO CLASSE-ABC
                              REWRITE REG-PRODUTOS
                              IF WS-FS-PRODUTOS NOT EQUAL ZEROS
                                  DISPLAY "ERRO AO GRAVAR A CLASSE DO "
                                          "PRODUTO " CODIGO-PRODUTO
                                  DISPLAY "FILE STATUS: "
                                          WS-FS-PRODUTOS
                              ELSE
                                  ADD 1 TO WS-ABC-ALTERADOS
                              END-IF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE PRODUTOS

               MOVE 'PRODUTOS'  TO WS-LOG-ARQUIVO-PARM
               MOVE ZEROS       TO WS-LOG-CHAVE-PARM
               MOVE 'CURVA-ABC' TO WS-LOG-OPERACAO-PARM
               PERFORM GRAVA-LOG
           END-IF.

           EMITE-RELATORIO-ABC.

           ACCEPT WS-ABC-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ABC-DATA-HOJE TO WS-ABC-DT2-DECOMP
           MOVE ZEROS TO WS-ABC-ACUMULADO
           MOVE ZEROS TO WS-ABC-QTD-PARADO
           MOVE ZEROS TO WS-ABC-TOT-PARADO

           OPEN EXTEND RELATORIO-ABC

           IF WS-FS-REL-ABC EQUAL 35
               OPEN OUTPUT RELATORIO-ABC
           END-IF

           MOVE SPACES TO WS-LINHA-ABC
           STRING "----- CURVA ABC DE PRODUTOS " DELIMITED BY SIZE
                  WS-ABC-DATA-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-ABC-DATA-FIM DELIMITED BY SIZE
                  " -----" DELIMITED BY SIZE
                  INTO WS-LINHA-ABC
           WRITE REG-RELATORIO-ABC FROM WS-LINHA-ABC

           MOVE WS-ABC-PERC-A TO WS-ABC-PERC-ED
           MOVE WS-ABC-PERC-B TO WS-ABC-ACUM-ED
           MOVE WS-ABC-TOT-RECEITA TO WS-ABC-VALOR-ED
           MOVE SPACES TO WS-LINHA-ABC
           STRING "CORTES: A ATE " DELIMITED BY SIZE
                  WS-ABC-PERC-ED DELIMITED BY SIZE
                  "% B ATE " DELIMITED BY SIZE
                  WS-ABC-ACUM-ED DELIMITED BY SIZE
                  "% PEDIDOS: " DELIMITED BY SIZE
                  WS-ABC-QTD-PEDIDOS DELIMITED BY SIZE
                  " RECEITA: " DELIMITED BY SIZE
                  WS-ABC-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-ABC
           WRITE REG-RELATORIO-ABC FROM WS-LINHA-ABC

           MOVE SPACES TO WS-LINHA-ABC
           STRING "CODIGO PRODUTO                   C "
                                                     DELIMITED BY SIZE
                  "QTDE VD      RECEITA  PART %" DELIMITED BY SIZE
                  INTO WS-LINHA-ABC
           WRITE REG-RELATORIO-ABC FROM WS-LINHA-ABC

           PERFORM VARYING WS-ABC-I FROM 1 BY 1
                UNTIL WS-ABC-I > WS-ABC-QTD-PROD
               PERFORM IMPRIME-PRODUTO-ABC
           END-PERFORM

           PERFORM IMPRIME-RESUMO-ABC

           MOVE WS-ABC-DIAS-PARADO TO WS-ABC-DIAS-ED
           MOVE SPACES TO WS-LINHA-ABC
           STRING "----- PRODUTOS SEM SAIDA HA " DELIMITED BY SIZE
                  WS-ABC-DIAS-ED DELIMITED BY SIZE
                  " DIAS OU MAIS EM " DELIMITED BY SIZE
                  WS-ABC-DATA-HOJE DELIMITED BY SIZE
                  " -----" DELIMITED BY SIZE
                  INTO WS-LINHA-ABC
           WRITE REG-RELATORIO-ABC FROM WS-LINHA-ABC

           PERFORM VARYING WS-ABC-I FROM 1 BY 1
                UNTIL WS-ABC-I > WS-ABC-QTD-PROD
               PERFORM IMPRIME-PRODUTO-PARADO
           END-PERFORM

           MOVE WS-ABC-TOT-PARADO TO WS-ABC-VALOR-ED
           MOVE SPACES TO WS-LINHA-ABC
           STRING "PRODUTOS PARADOS: " DELIMITED BY SIZE
                  WS-ABC-QTD-PARADO DELIMITED BY SIZE
                  " VALOR EM ESTOQUE: " DELIMITED BY SIZE
                  WS-ABC-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-ABC
           WRITE REG-RELATORIO-ABC FROM WS-LINHA-ABC

           CLOSE RELATORIO-ABC

           DISPLAY "PERIODO: " WS-ABC-DATA-INI " A " WS-ABC-DATA-FIM
                   " PEDIDOS: " WS-ABC-QTD-PEDIDOS
           DISPLAY "CLASSE A: " WS-ABC-QTD-A
                   " CLASSE B: " WS-ABC-QTD-B
                   " CLASSE C: " WS-ABC-QTD-C
           DISPLAY "CLASSIFICACOES ALTERADAS: " WS-ABC-ALTERADOS
           DISPLAY "PRODUTOS PARADOS: " WS-ABC-QTD-PARADO
                   " VALOR: " WS-ABC-VALOR-ED
           DISPLAY "RELATORIO DA CURVA ABC GERADO".

           IMPRIME-PRODUTO-ABC.

           MOVE ZEROS TO WS-ABC-PERC-PART
           MOVE ZEROS TO WS-ABC-PERC-ACUM
           ADD WS-ABC-RECEITA (WS-ABC-I) TO WS-ABC-ACUMULADO
           IF WS-ABC-TOT-RECEITA > ZEROS
               COMPUTE WS-ABC-PERC-PART ROUNDED =
                  (WS-ABC-RECEITA (WS-ABC-I) * 100) / WS-ABC-TOT-RECEITA
               COMPUTE WS-ABC-PERC-ACUM ROUNDED =
                  (WS-ABC-ACUMULADO * 100) / WS-ABC-TOT-RECEITA
           END-IF

           COMPUTE WS-ABC-ESTOQUE-FIM = WS-ABC-ESTOQUE (WS-ABC-I)
                                      - WS-ABC-ENT-POS (WS-ABC-I)
                                      + WS-ABC-SAI-POS (WS-ABC-I)
           COMPUTE WS-ABC-ESTOQUE-INI = WS-ABC-ESTOQUE-FIM
                                      - WS-ABC-ENT-PER (WS-ABC-I)
                                      + WS-ABC-SAI-PER (WS-ABC-I)
           COMPUTE WS-ABC-ESTOQUE-MEDIO ROUNDED =
                   (WS-ABC-ESTOQUE-INI + WS-ABC-ESTOQUE-FIM) / 2

           MOVE ZEROS TO WS-ABC-GIRO
           IF WS-ABC-ESTOQUE-MEDIO > ZEROS
               COMPUTE WS-ABC-GIRO ROUNDED =
                  WS-ABC-QTDE-VENDIDA (WS-ABC-I) / WS-ABC-ESTOQUE-MEDIO
                  ON SIZE ERROR MOVE 9999999.99 TO WS-ABC-GIRO
               END-COMPUTE
           END-IF

           IF WS-ABC-QTDE-VENDIDA (WS-ABC-I) EQUAL ZEROS
               MOVE 'SEM VENDA' TO WS-ABC-COBERTURA-TXT
           ELSE
               COMPUTE WS-ABC-COBERTURA =
                  (WS-ABC-ESTOQUE (WS-ABC-I) * WS-ABC-DIAS-PERIODO)
                  / WS-ABC-QTDE-VENDIDA (WS-ABC-I)
                  ON SIZE ERROR MOVE 9999999 TO WS-ABC-COBERTURA
               END-COMPUTE
               MOVE WS-ABC-COBERTURA TO WS-ABC-QTDE-ED
               MOVE WS-ABC-QTDE-ED TO WS-ABC-COBERTURA-TXT
           END-IF

           MOVE WS-ABC-QTDE-VENDIDA (WS-ABC-I) TO WS-ABC-QTDE-ED
           MOVE WS-ABC-RECEITA (WS-ABC-I) TO WS-ABC-RECEITA-ED
           MOVE WS-ABC-PERC-PART TO WS-ABC-PERC-ED
           MOVE SPACES TO WS-LINHA-ABC
           STRING WS-ABC-CODIGO (WS-ABC-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ABC-PRODUTO (WS-ABC-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ABC-CLASSE (WS-ABC-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ABC-QTDE-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ABC-RECEITA-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ABC-PERC-ED DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO WS-LINHA-ABC
           WRITE REG-RELATORIO-ABC FROM WS-LINHA-ABC

           MOVE WS-ABC-PERC-ACUM TO WS-ABC-ACUM-ED
           MOVE WS-ABC-GIRO TO WS-ABC-GIRO-ED
           MOVE SPACES TO WS-LINHA-ABC
           STRING "       ACUM " DELIMITED BY SIZE
                  WS-ABC-ACUM-ED DELIMITED BY SIZE
                  "% GIRO " DELIMITED BY SIZE
                  WS-ABC-GIRO-ED DELIMITED BY SIZE
                  " COBERTURA " DELIMITED BY SIZE
                  WS-ABC-COBERTURA-TXT DELIMITED BY SIZE
                  " ULT SAIDA " DELIMITED BY SIZE
                  WS-ABC-ULT-SAIDA (WS-ABC-I) DELIMITED BY SIZE
                  INTO WS-LINHA-ABC
           WRITE REG-RELATORIO-ABC FROM WS-LINHA-ABC.

           IMPRIME-RESUMO-ABC.

           MOVE SPACES TO WS-LINHA-ABC
           MOVE "RESUMO POR CLASSE" TO WS-LINHA-ABC
           WRITE REG-RELATORIO-ABC FROM WS-LINHA-ABC

           MOVE WS-ABC-REC-A TO WS-ABC-VALOR-ED
           MOVE SPACES TO WS-LINHA-ABC
           STRING "CLASSE A: " DELIMITED BY SIZE
                  WS-ABC-QTD-A DELIMITED BY SIZE
                  " PRODUTOS RECEITA: " DELIMITED BY SIZE
                  WS-ABC-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-ABC
           WRITE REG-RELATORIO-ABC FROM WS-LINHA-ABC

           MOVE WS-ABC-REC-B TO WS-ABC-VALOR-ED
           MOVE SPACES TO WS-LINHA-ABC
           STRING "CLASSE B: " DELIMITED BY SIZE
                  WS-ABC-QTD-B DELIMITED BY SIZE
                  " PRODUTOS RECEITA: " DELIMITED BY SIZE
                  WS-ABC-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-ABC
           WRITE REG-RELATORIO-ABC FROM WS-LINHA-ABC

           MOVE WS-ABC-REC-C TO WS-ABC-VALOR-ED
           MOVE SPACES TO WS-LINHA-ABC
           STRING "CLASSE C: " DELIMITED BY SIZE
                  WS-ABC-QTD-C DELIMITED BY SIZE
                  " PRODUTOS RECEITA: " DELIMITED BY SIZE
                  WS-ABC-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-ABC
           WRITE REG-RELATORIO-ABC FROM WS-LINHA-ABC.

           IMPRIME-PRODUTO-PARADO.

           IF WS-ABC-ULT-SAIDA (WS-ABC-I) EQUAL ZEROS
               MOVE 'NUNCA' TO WS-ABC-DIAS-TXT
               MOVE 99999 TO WS-ABC-DIAS
           ELSE
               MOVE WS-ABC-ULT-SAIDA (WS-ABC-I) TO WS-ABC-DT1-DECOMP
               PERFORM CALCULA-DIAS-ABC
               MOVE WS-ABC-DIAS TO WS-ABC-DIAS-ED
               MOVE WS-ABC-DIAS-ED TO WS-ABC-DIAS-TXT
           END-IF

           IF WS-ABC-DIAS >= WS-ABC-DIAS-PARADO
               COMPUTE WS-ABC-VALOR-ESTOQUE =
                       WS-ABC-ESTOQUE (WS-ABC-I) *
                       WS-ABC-CUSTO (WS-ABC-I)
               ADD 1 TO WS-ABC-QTD-PARADO
               ADD WS-ABC-VALOR-ESTOQUE TO WS-ABC-TOT-PARADO

               MOVE WS-ABC-VALOR-ESTOQUE TO WS-ABC-VALOR-ED
               MOVE WS-ABC-ESTOQUE (WS-ABC-I) TO WS-ABC-QTDE-ED
               MOVE SPACES TO WS-LINHA-ABC
               STRING WS-ABC-CODIGO (WS-ABC-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ABC-PRODUTO (WS-ABC-I) DELIMITED BY SIZE
                      " DIAS " DELIMITED BY SIZE
                      WS-ABC-DIAS-TXT DELIMITED BY SIZE
                      " ESTOQUE " DELIMITED BY SIZE
                      WS-ABC-QTDE-ED DELIMITED BY SIZE
                      " VALOR " DELIMITED BY SIZE
                      WS-ABC-VALOR-ED DELIMITED BY SIZE
                      INTO WS-LINHA-ABC
               WRITE REG-RELATORIO-ABC FROM WS-LINHA-ABC
           END-IF.

           RELATORIO-BACKORDER.

           MOVE SPACES TO WS-BO-ACHOU
           MOVE ZEROS TO WS-BO-TOT-PEND

           DISPLAY "----- PENDENCIAS DE VENDA (BACKORDER) -----"
           DISPLAY "INFORME O CODIGO DO PRODUTO (0 = TODOS)"
           ACCEPT WS-BO-PRODUTO-REL

           OPEN INPUT BACKORDER

            IF WS-FS-BACKORDER NOT EQUAL ZEROS
                DISPLAY "NENHUMA PENDENCIA CADASTRADA"
            ELSE
                MOVE 'S' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'F'
                   READ BACKORDER NEXT RECORD INTO WS-REG-BACKORDER
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                         IF WS-BO-SITUACAO EQUAL 'PENDENTE'
                          AND (WS-BO-PRODUTO-REL EQUAL ZEROS
                           OR WS-BO-CODIGO-PRODUTO EQUAL
                                             WS-BO-PRODUTO-REL)
                             MOVE 'S' TO WS-BO-ACHOU
                             ADD WS-BO-QTDE-PENDENTE
                                             TO WS-BO-TOT-PEND
                             DISPLAY "PEDIDO: " WS-BO-CODIGO-PEDIDO
                                     " ITEM: " WS-BO-NUMERO-ITEM
                                     " PRODUTO: "
                                     WS-BO-CODIGO-PRODUTO
                                     " " WS-BO-PRODUTO
                                     " QTDE PENDENTE: "
                                     WS-BO-QTDE-PENDENTE
                                     " DATA: " WS-BO-DATA-PEDIDO
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE BACKORDER

                IF WS-BO-ACHOU NOT EQUAL 'S'
                    DISPLAY "NENHUMA PENDENCIA EM ABERTO"
                ELSE
                    DISPLAY " "
                    DISPLAY "TOTAL DE UNIDADES PENDENTES: "
                            WS-BO-TOT-PEND
                END-IF
            END-IF.

           PERFORM MENU-COMPRAS.

*******************************************************************************

           MENU-INVENTARIO.

       MOVE SPACES TO WS-ESCOLHA

           DISPLAY "---------- INVENTARIO DE ESTOQUE ---------"
           DISPLAY "SELECIONE UMA OPCAO ABAIXO"
           DISPLAY "D - DIGITAR A CONTAGEM FISICA"
           DISPLAY "L - CARGA DA CONTAGEM EM LOTE"
           DISPLAY "K - KARDEX DE MOVIMENTACAO DO PRODUTO"
           DISPLAY "V - VOLTAR AO MENU PRINCIPAL"
           ACCEPT WS-ESCOLHA.

           EVALUATE WS-ESCOLHA
               WHEN 'D'
                   PERFORM DIGITA-CONTAGEM
               WHEN 'L'
                   PERFORM CARGA-CONTAGEM
               WHEN 'K'
                   PERFORM KARDEX-PRODUTO
               WHEN 'V'
                   PERFORM MAIN-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   PERFORM MENU-INVENTARIO
            END-EVALUATE.

           DIGITA-CONTAGEM.

           MOVE 'SIM' TO WS-MAIS-CONTAGEM
           MOVE ZERO TO WS-INV-QTD-ITENS

           DISPLAY "----- DIGITACAO DA CONTAGEM FISICA -----"

           PERFORM UNTIL WS-MAIS-CONTAGEM = 'NAO'
               IF WS-INV-QTD-ITENS >= 200
                   DISPLAY "LIMITE DE 200 PRODUTOS POR CONTAGEM "
                           "ATINGIDO"
                   MOVE 'NAO' TO WS-MAIS-CONTAGEM
               ELSE
                   ADD 1 TO WS-INV-QTD-ITENS
                   SET WS-INV-IDX TO WS-INV-QTD-ITENS
                   DISPLAY "INFORME O CODIGO DO PRODUTO"
                   ACCEPT WS-INV-CODIGO (WS-INV-IDX)
                   DISPLAY "INFORME A QUANTIDADE CONTADA"
                   ACCEPT WS-INV-CONTADO (WS-INV-IDX)
                   DISPLAY "INFORMAR MAIS UM PRODUTO? SIM OU NAO?"
                   ACCEPT WS-MAIS-CONTAGEM
               END-IF
           END-PERFORM

           IF WS-INV-QTD-ITENS > ZERO
               PERFORM PROCESSA-CONTAGEM
           END-IF.

           PERFORM MENU-INVENTARIO.

           CARGA-CONTAGEM.

           MOVE ZERO TO WS-INV-QTD-ITENS

           OPEN INPUT CONTAGEM-LOTE

            IF WS-FS-CONT-LOTE NOT EQUAL ZEROS
                DISPLAY "ARQUIVO DE LOTE DE CONTAGEM NAO ENCONTRADO"
                DISPLAY "FILE STATUS: " WS-FS-CONT-LOTE
            ELSE
                MOVE 'S' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'F'
                   READ CONTAGEM-LOTE
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-INV-QTD-ITENS >= 200
                               DISPLAY "LIMITE DE 200 PRODUTOS POR "
                                       "CONTAGEM ATINGIDO - PRODUTO "
                                       LOTE-CONT-PRODUTO " IGNORADO"
                           ELSE
                               ADD 1 TO WS-INV-QTD-ITENS
                               SET WS-INV-IDX TO WS-INV-QTD-ITENS
                               MOVE LOTE-CONT-PRODUTO TO
                                    WS-INV-CODIGO (WS-INV-IDX)
                               MOVE LOTE-CONT-QTDE TO
                                    WS-INV-CONTADO (WS-INV-IDX)
                           END-IF
                   END-READ
                END-PERFORM

                CLOSE CONTAGEM-LOTE

                DISPLAY "CONTAGEM CARREGADA: " WS-INV-QTD-ITENS
                        " PRODUTOS"

                IF WS-INV-QTD-ITENS > ZERO
                    PERFORM PROCESSA-CONTAGEM
                END-IF
            END-IF.

           PERFORM MENU-INVENTARIO.

           PROCESSA-CONTAGEM.

           MOVE ZERO TO WS-INV-TOTAL

           ACCEPT WS-INV-DATA FROM DATE YYYYMMDD
           MOVE WS-INV-DATA TO WS-PER-DATA-PARM
           PERFORM VERIFICA-PERIODO-FECHADO

           IF WS-PER-BLOQUEADO EQUAL 'S'
               DISPLAY "PERIODO " WS-PER-ANO-MES
                       " FECHADO - LANCAMENTO NAO PERMITIDO"
               DISPLAY "CONTAGEM NAO PROCESSADA"
           ELSE
               OPEN I-O PRODUTOS

               IF WS-FS-PRODUTOS NOT EQUAL ZEROS
                   DISPLAY "CADASTRO DE PRODUTOS NAO ENCONTRADO"
                   DISPLAY "FILE STATUS: " WS-FS-PRODUTOS
                   DISPLAY "CONTAGEM NAO PROCESSADA"
               ELSE
                   PERFORM EMITE-CONFERENCIA-CONTAGEM
                   CLOSE PRODUTOS
               END-IF
           END-IF.

           EMITE-CONFERENCIA-CONTAGEM.

           OPEN EXTEND RELATORIO-INVENTARIO

           IF WS-FS-INVENTARIO EQUAL 35
               OPEN OUTPUT RELATORIO-INVENTARIO
           END-IF

           ACCEPT WS-INV-DATA FROM DATE YYYYMMDD

           MOVE SPACES TO WS-LINHA-INVENTARIO
           STRING "----- CONFERENCIA DE ESTOQUE EM " DELIMITED BY SIZE
                  WS-INV-DATA DELIMITED BY SIZE
                  " -----" DELIMITED BY SIZE
                  INTO WS-LINHA-INVENTARIO
           WRITE REG-RELATORIO-INVENTARIO FROM WS-LINHA-INVENTARIO

           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                UNTIL WS-INV-IDX > WS-INV-QTD-ITENS
               PERFORM CONFERE-PRODUTO-CONTAGEM
           END-PERFORM

           MOVE WS-INV-TOTAL TO WS-INV-TOTAL-ED
           MOVE SPACES TO WS-LINHA-INVENTARIO
           STRING "VALOR TOTAL DA DIFERENCA: " DELIMITED BY SIZE
                  WS-INV-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-INVENTARIO
           WRITE REG-RELATORIO-INVENTARIO FROM WS-LINHA-INVENTARIO

           DISPLAY "VALOR TOTAL DA DIFERENCA: " WS-INV-TOTAL-ED
           DISPLAY "RELATORIO DE CONFERENCIA GERADO"

           PERFORM VERIFICA-SUPERVISOR
           IF WS-ACESSO-NEGADO EQUAL 'S'
               MOVE 'N' TO WS-CONFIRMA-AJUSTE
               DISPLAY "O AJUSTE DO ESTOQUE REQUER SUPERVISOR"
           ELSE
               DISPLAY "CONFIRMA O AJUSTE DO ESTOQUE PARA AS "
                       "QUANTIDADES CONTADAS? S OU N"
               ACCEPT WS-CONFIRMA-AJUSTE
           END-IF

           IF WS-CONFIRMA-AJUSTE EQUAL 'S'
               PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                    UNTIL WS-INV-IDX > WS-INV-QTD-ITENS
                   PERFORM AJUSTA-ESTOQUE-CONTAGEM
               END-PERFORM
               MOVE SPACES TO WS-LINHA-INVENTARIO
               MOVE "AJUSTE DE ESTOQUE EFETIVADO"
                                        TO WS-LINHA-INVENTARIO
               WRITE REG-RELATORIO-INVENTARIO FROM WS-LINHA-INVENTARIO
               DISPLAY "AJUSTE DE ESTOQUE EFETIVADO"
           ELSE
               MOVE SPACES TO WS-LINHA-INVENTARIO
               MOVE "AJUSTE DE ESTOQUE NAO EFETIVADO"
                                        TO WS-LINHA-INVENTARIO
               WRITE REG-RELATORIO-INVENTARIO FROM WS-LINHA-INVENTARIO
               DISPLAY "AJUSTE DE ESTOQUE NAO EFETIVADO"
           END-IF

           MOVE SPACES TO WS-LINHA-INVENTARIO
           MOVE "------------------------------------------------"
                                        TO WS-LINHA-INVENTARIO
           WRITE REG-RELATORIO-INVENTARIO FROM WS-LINHA-INVENTARIO

           CLOSE RELATORIO-INVENTARIO.

           CONFERE-PRODUTO-CONTAGEM.

           MOVE WS-INV-CODIGO (WS-INV-IDX) TO CODIGO-PRODUTO

           READ PRODUTOS RECORD
              KEY IS CODIGO-PRODUTO
              INVALID KEY
                  MOVE SPACES TO WS-LINHA-INVENTARIO
                  STRING "PRODUTO: " DELIMITED BY SIZE
                         WS-INV-CODIGO (WS-INV-IDX)
                                      DELIMITED BY SIZE
                         " NAO CADASTRADO - IGNORADO"
                                      DELIMITED BY SIZE
                         INTO WS-LINHA-INVENTARIO
                  WRITE REG-RELATORIO-INVENTARIO
                                      FROM WS-LINHA-INVENTARIO
                  DISPLAY "PRODUTO " WS-INV-CODIGO (WS-INV-IDX)
                          " NAO CADASTRADO - IGNORADO"
              NOT INVALID KEY
                  COMPUTE WS-INV-DIF =
                     WS-INV-CONTADO (WS-INV-IDX) - QTDE-ESTOQUE
                  COMPUTE WS-INV-VALOR = WS-INV-DIF * PRECO
                  ADD WS-INV-VALOR TO WS-INV-TOTAL
                  MOVE WS-INV-DIF TO WS-INV-DIF-ED
                  MOVE WS-INV-VALOR TO WS-INV-VALOR-ED
                  MOVE SPACES TO WS-LINHA-INVENTARIO
                  STRING "PRODUTO: " DELIMITED BY SIZE
                         CODIGO-PRODUTO DELIMITED BY SIZE
                         " ESTOQUE: " DELIMITED BY SIZE
                         QTDE-ESTOQUE DELIMITED BY SIZE
                         " CONTADO: " DELIMITED BY SIZE
                         WS-INV-CONTADO (WS-INV-IDX)
                                      DELIMITED BY SIZE
                         " DIF: " DELIMITED BY SIZE
                         WS-INV-DIF-ED DELIMITED BY SIZE
                         " VALOR: " DELIMITED BY SIZE
                         WS-INV-VALOR-ED DELIMITED BY SIZE
                         INTO WS-LINHA-INVENTARIO
                  WRITE REG-RELATORIO-INVENTARIO
                                      FROM WS-LINHA-INVENTARIO
                  DISPLAY "PRODUTO: " CODIGO-PRODUTO
                          " ESTOQUE: " QTDE-ESTOQUE
                          " CONTADO: " WS-INV-CONTADO (WS-INV-IDX)
                          " DIF: " WS-INV-DIF-ED
                          " VALOR: " WS-INV-VALOR-ED
           END-READ.

           AJUSTA-ESTOQUE-CONTAGEM.

           MOVE WS-INV-CODIGO (WS-INV-IDX) TO CODIGO-PRODUTO

           READ PRODUTOS RECORD
              KEY IS CODIGO-PRODUTO
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  IF QTDE-ESTOQUE NOT =
                                  WS-INV-CONTADO (WS-INV-IDX)
                      COMPUTE WS-INV-DIF =
                         WS-INV-CONTADO (WS-INV-IDX) - QTDE-ESTOQUE
                      MOVE WS-INV-CONTADO (WS-INV-IDX)
                                  TO QTDE-ESTOQUE
                      REWRITE REG-PRODUTOS
                      IF WS-FS-PRODUTOS NOT EQUAL ZEROS
                          DISPLAY "ERRO AO AJUSTAR O PRODUTO "
                                  CODIGO-PRODUTO
                          DISPLAY "FILE STATUS: " WS-FS-PRODUTOS
                      ELSE
                          MOVE 'PRODUTOS'     TO WS-LOG-ARQUIVO-PARM
                          MOVE CODIGO-PRODUTO TO WS-LOG-CHAVE-PARM
                          MOVE 'AJUSTE'       TO WS-LOG-OPERACAO-PARM
                          PERFORM GRAVA-LOG
                          MOVE CODIGO-PRODUTO TO WS-MOV-PRODUTO-PARM
                          MOVE 'AJUSTE'       TO WS-MOV-TIPO-PARM
                          MOVE ZEROS          TO WS-MOV-DOC-PARM
                          IF WS-INV-DIF > ZERO
                              MOVE WS-INV-DIF TO WS-MOV-ENTRADA-PARM
                              MOVE ZEROS      TO WS-MOV-SAIDA-PARM
                          ELSE
                              MOVE ZEROS      TO WS-MOV-ENTRADA-PARM
                              COMPUTE WS-MOV-SAIDA-PARM =
                                         ZERO - WS-INV-DIF
                          END-IF
                          MOVE QTDE-ESTOQUE   TO WS-MOV-SALDO-PARM
                          MOVE CUSTO-MEDIO TO WS-MOV-CUSTO-PARM
                          PERFORM GRAVA-MOVTO-ESTOQUE
                      END-IF
                  END-IF
           END-READ.

           KARDEX-PRODUTO.

           MOVE SPACES TO WS-KDX-PROD-OK
           MOVE SPACES TO WS-KDX-ACHOU
           MOVE ZERO TO WS-KDX-SALDO
           MOVE ZERO TO WS-KDX-INICIAL

           DISPLAY "----- KARDEX DO PRODUTO -----"
           DISPLAY "DIGITE O CODIGO DO PRODUTO"
           ACCEPT WS-KDX-PRODUTO

           OPEN INPUT PRODUTOS

           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY "CADASTRO DE PRODUTOS NAO ENCONTRADO"
               DISPLAY "FILE STATUS: " WS-FS-PRODUTOS
           ELSE
               MOVE WS-KDX-PRODUTO TO CODIGO-PRODUTO
               READ PRODUTOS RECORD INTO WS-REG-PRODUTOS
                  KEY IS CODIGO-PRODUTO
                  INVALID KEY
                      DISPLAY "CODIGO DO PRODUTO INVALIDO"
                  NOT INVALID KEY
                      MOVE 'S' TO WS-KDX-PROD-OK
                      MOVE WS-QTDE-ESTOQUE TO WS-KDX-ESTOQUE-ATUAL
                      DISPLAY "PRODUTO: " WS-CODIGO-PRODUTO
                              " " WS-PRODUTO
               END-READ
               CLOSE PRODUTOS
           END-IF

           IF WS-KDX-PROD-OK EQUAL 'S'
               OPEN INPUT MOVTO-ESTOQUE
               IF WS-FS-MOVTO NOT EQUAL ZEROS
                   DISPLAY "NENHUMA MOVIMENTACAO REGISTRADA"
               ELSE
                   MOVE 'S' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'F'
                      READ MOVTO-ESTOQUE
                          AT END MOVE 'F' TO WS-EOF
                          NOT AT END
                              IF MV-CODIGO-PRODUTO EQUAL
                                                 WS-KDX-PRODUTO
                                  PERFORM MOSTRA-MOVTO-KARDEX
                              END-IF
                      END-READ
                   END-PERFORM
                   CLOSE MOVTO-ESTOQUE

                   IF WS-KDX-ACHOU NOT EQUAL 'S'
                       DISPLAY "NENHUMA MOVIMENTACAO PARA O PRODUTO "
                               WS-KDX-PRODUTO
                   ELSE
                       DISPLAY " "
                       DISPLAY "SALDO FINAL DO KARDEX: " WS-KDX-SALDO
                       DISPLAY "ESTOQUE ATUAL DO CADASTRO: "
                               WS-KDX-ESTOQUE-ATUAL
                       IF WS-KDX-SALDO EQUAL WS-KDX-ESTOQUE-ATUAL
                           DISPLAY "KARDEX CONFERE COM O ESTOQUE "
                                   "ATUAL"
                       ELSE
                           DISPLAY "*** KARDEX NAO CONFERE COM O "
                                   "ESTOQUE ATUAL ***"
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM MENU-INVENTARIO.

           MOSTRA-MOVTO-KARDEX.

           IF WS-KDX-ACHOU NOT EQUAL 'S'
               MOVE 'S' TO WS-KDX-ACHOU
               COMPUTE WS-KDX-INICIAL = MV-SALDO-APOS +
                  MV-QTDE-SAIDA - MV-QTDE-ENTRADA
               MOVE WS-KDX-INICIAL TO WS-KDX-SALDO
               DISPLAY "SALDO ANTERIOR A PRIMEIRA MOVIMENTACAO: "
                       WS-KDX-INICIAL
           END-IF

           COMPUTE WS-KDX-SALDO = WS-KDX-SALDO +
              MV-QTDE-ENTRADA - MV-QTDE-SAIDA

           DISPLAY "DATA/HORA: " MV-DATA-HORA
                   " TIPO: " MV-TIPO
                   " DOC: " MV-DOCUMENTO
                   " ENTRADA: " MV-QTDE-ENTRADA
                   " SAIDA: " MV-QTDE-SAIDA
                   " SALDO: " WS-KDX-SALDO

           IF WS-KDX-SALDO NOT EQUAL MV-SALDO-APOS
               DISPLAY "*** SALDO CALCULADO DIVERGE DO SALDO "
                       "GRAVADO: " MV-SALDO-APOS " ***"
           END-IF.

*******************************************************************************

           MENU-RECEBER.

       MOVE SPACES TO WS-ESCOLHA

           DISPLAY "---------- CONTAS A RECEBER ---------"
           DISPLAY "SELECIONE UMA OPCAO ABAIXO"
           DISPLAY "B - BAIXA DE PARCELA (PAGAMENTO)"
           DISPLAY "R - RELATORIO DE TITULOS ABERTOS/VENCIDOS"
           DISPLAY "A - RELATORIO DE AGING (30/60/90) IMPRESSO"
           DISPLAY "E - EXTRATO DO CLIENTE IMPRESSO"
           DISPLAY "G - GERAR REMESSA DE COBRANCA BANCARIA"
           DISPLAY "T - PROCESSAR RETORNO DE COBRANCA BANCARIA"
           DISPLAY "J - RELATORIO MENSAL DE MULTA E JUROS IMPRESSO"
           DISPLAY "P - PARAMETROS DE MULTA, JUROS E CARENCIA"
           DISPLAY "V - VOLTAR AO MENU PRINCIPAL"
           ACCEPT WS-ESCOLHA.

           EVALUATE WS-ESCOLHA
               WHEN 'B'
                   PERFORM BAIXA-PARCELA
               WHEN 'R'
                   PERFORM RELATORIO-RECEBER
               WHEN 'A'
                   PERFORM RELATORIO-AGING-RECEBER
               WHEN 'E'
                   PERFORM EXTRATO-DO-CLIENTE
               WHEN 'G'
                   PERFORM GERA-REMESSA-BANCO
               WHEN 'T'
                   PERFORM PROCESSA-RETORNO-BANCO
               WHEN 'J'
                   PERFORM RELATORIO-ENCARGOS-MES
               WHEN 'P'
                   PERFORM VERIFICA-SUPERVISOR
                   IF WS-ACESSO-NEGADO EQUAL 'S'
                       PERFORM MENU-RECEBER
                   ELSE
                       PERFORM PARAMETROS-ENCARGOS
                   END-IF
               WHEN 'V'
                   PERFORM MAIN-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   PERFORM MENU-RECEBER
            END-EVALUATE.

           GERA-CONTAS-RECEBER.

           OPEN I-O CONTAS-RECEBER

           IF WS-FS-RECEBER EQUAL 35
               OPEN OUTPUT CONTAS-RECEBER
           END-IF

           EVALUATE PV-COND-PAGTO
               WHEN 1
                   MOVE 1 TO WS-QTD-PARCELAS
               WHEN 2
                   MOVE 1 TO WS-QTD-PARCELAS
               WHEN 3
                   MOVE 2 TO WS-QTD-PARCELAS
               WHEN OTHER
                   MOVE 3 TO WS-QTD-PARCELAS
           END-EVALUATE

           COMPUTE WS-VALOR-PARCELA =
                      PV-VALOR-TOTAL / WS-QTD-PARCELAS
           COMPUTE WS-VALOR-ULT-PARC = PV-VALOR-TOTAL -
                      (WS-VALOR-PARCELA * (WS-QTD-PARCELAS - 1))

           PERFORM VARYING WS-PARCELA-IDX FROM 1 BY 1
                UNTIL WS-PARCELA-IDX > WS-QTD-PARCELAS
               MOVE CODIGO-PEDIDO TO CR-CODIGO-PEDIDO
               MOVE WS-PARCELA-IDX TO CR-PARCELA
               MOVE PV-CODIGO-CLIENTE TO CR-CODIGO-CLIENTE
               IF PV-COND-PAGTO EQUAL 1
                   MOVE ZEROS TO WS-VENC-MESES
               ELSE
                   MOVE WS-PARCELA-IDX TO WS-VENC-MESES
               END-IF
               MOVE PV-DATA-PEDIDO TO WS-VENC-DATA
               PERFORM CALCULA-VENCIMENTO
               MOVE WS-VENC-DATA TO CR-DATA-VENCIMENTO
               IF WS-PARCELA-IDX EQUAL WS-QTD-PARCELAS
                   MOVE WS-VALOR-ULT-PARC TO CR-VALOR
               ELSE
                   MOVE WS-VALOR-PARCELA TO CR-VALOR
               END-IF
               MOVE ZEROS TO CR-VALOR-PAGO
               MOVE ZEROS TO CR-DATA-PAGAMENTO
               MOVE 'ABERTO' TO CR-SITUACAO
               MOVE ZEROS TO CR-NUM-REMESSA
               MOVE ZEROS TO CR-DATA-REMESSA
               MOVE ZEROS TO CR-MULTA-PAGA
               MOVE ZEROS TO CR-JUROS-PAGOS
               MOVE ZEROS TO CR-ENCARGO-DISPENSADO

               WRITE REG-CONTAS-RECEBER

               IF WS-FS-RECEBER NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR A PARCELA " CR-PARCELA
                   DISPLAY "FILE STATUS: " WS-FS-RECEBER
               END-IF
           END-PERFORM

           CLOSE CONTAS-RECEBER

           MOVE 'CONTAS-RECEBER' TO WS-LOG-ARQUIVO-PARM
           MOVE CODIGO-PEDIDO    TO WS-LOG-CHAVE-PARM
           MOVE 'INCLUSAO'       TO WS-LOG-OPERACAO-PARM
           PERFORM GRAVA-LOG.

           CALCULA-VENCIMENTO.

           MOVE WS-VENC-DATA TO WS-VENC-DECOMP

           ADD WS-VENC-MESES TO WS-VENC-MM

           PERFORM UNTIL WS-VENC-MM <= 12
               SUBTRACT 12 FROM WS-VENC-MM
               ADD 1 TO WS-VENC-AAAA
           END-PERFORM

           IF WS-VENC-MM EQUAL 02 AND WS-VENC-DD > 28
               MOVE 28 TO WS-VENC-DD
           END-IF
           IF WS-VENC-DD EQUAL 31
               IF WS-VENC-MM EQUAL 04 OR WS-VENC-MM EQUAL 06
                  OR WS-VENC-MM EQUAL 09 OR WS-VENC-MM EQUAL 11
                   MOVE 30 TO WS-VENC-DD
               END-IF
           END-IF

           MOVE WS-VENC-DECOMP TO WS-VENC-DATA.

           BAIXA-PARCELA.

       MOVE SPACES TO WS-UPDATE

           OPEN I-O CONTAS-RECEBER.

            IF WS-FS-RECEBER NOT EQUAL ZEROS
                DISPLAY "NAO HA TITULOS CADASTRADOS"
                DISPLAY "FILE STATUS: " WS-FS-RECEBER
            ELSE
                DISPLAY "----- BAIXA DE PARCELA -----"
                DISPLAY "DIGITE O CODIGO DO PEDIDO"
                ACCEPT CR-CODIGO-PEDIDO
                DISPLAY "DIGITE O NUMERO DA PARCELA"
                ACCEPT CR-PARCELA

                READ CONTAS-RECEBER RECORD INTO WS-REG-CONTAS-RECEBER
                   KEY IS CR-CHAVE
                       INVALID KEY
                           DISPLAY "PARCELA NAO ENCONTRADA"
                       NOT INVALID KEY
                         IF WS-CR-SITUACAO EQUAL 'PAGO'
                             DISPLAY "PARCELA JA PAGA EM "
                                     WS-CR-DATA-PAGAMENTO
                         ELSE
                          IF WS-CR-SITUACAO EQUAL 'CANCELADO'
                             DISPLAY "PARCELA CANCELADA - BAIXA NAO "
                                     "PERMITIDA"
                          ELSE
                           DISPLAY "PEDIDO: " WS-CR-CODIGO-PEDIDO
                               " PARCELA: " WS-CR-PARCELA
                               " CLIENTE: " WS-CR-CODIGO-CLIENTE
                               " VENCIMENTO: " WS-CR-DATA-VENCIMENTO
                               " VALOR: " WS-CR-VALOR
                           MOVE 'S' TO WS-UPDATE
                          END-IF
                         END-IF
                END-READ

                IF WS-UPDATE EQUAL 'S'
                    DISPLAY "INFORME A DATA DO PAGAMENTO (AAAAMMDD)"
                    DISPLAY "OU PRESSIONE ENTER PARA A DATA ATUAL"
                    MOVE ZEROS TO WS-ENC-DATA-PAGTO
                    ACCEPT WS-ENC-DATA-PAGTO
                    IF WS-ENC-DATA-PAGTO EQUAL ZEROS
                        ACCEPT WS-ENC-DATA-PAGTO FROM DATE YYYYMMDD
                    END-IF

                    MOVE WS-ENC-DATA-PAGTO TO WS-PER-DATA-PARM
                    PERFORM VERIFICA-PERIODO-FECHADO
                    IF WS-PER-BLOQUEADO EQUAL 'S'
                        DISPLAY "PERIODO " WS-PER-ANO-MES
                                " FECHADO - LANCAMENTO NAO PERMITIDO"
                        DISPLAY "BAIXA NAO GRAVADA"
                        MOVE 'N' TO WS-UPDATE
                    END-IF
                END-IF

                IF WS-UPDATE EQUAL 'S'
                    PERFORM LE-PARAMETROS-ENCARGOS
                    PERFORM CALCULA-ENCARGOS
                    MOVE WS-ENC-MULTA TO WS-ENC-MULTA-COBRAR
                    MOVE WS-ENC-JUROS TO WS-ENC-JUROS-COBRAR
                    MOVE ZEROS TO WS-ENC-DISPENSADO

                    COMPUTE WS-ENC-TOTAL = WS-ENC-PRINCIPAL +
                                 WS-ENC-MULTA + WS-ENC-JUROS
                    DISPLAY "PRINCIPAL (SALDO DA PARCELA): "
                            WS-ENC-PRINCIPAL
                    DISPLAY "MULTA POR ATRASO:             "
                            WS-ENC-MULTA
                    DISPLAY "JUROS DE MORA:                "
                            WS-ENC-JUROS
                    DISPLAY "TOTAL ATUALIZADO:             "
                            WS-ENC-TOTAL

                    IF WS-ENC-MULTA > ZEROS OR WS-ENC-JUROS > ZEROS
                        DISPLAY "DISPENSAR OU REDUZIR OS ENCARGOS? "
                                "S OU N"
                        MOVE SPACES TO WS-ENC-DISPENSA
                        ACCEPT WS-ENC-DISPENSA
                        IF WS-ENC-DISPENSA EQUAL 'S'
                            PERFORM DISPENSA-ENCARGOS
                        END-IF
                    END-IF

                    COMPUTE WS-ENC-TOTAL = WS-ENC-PRINCIPAL +
                          WS-ENC-MULTA-COBRAR + WS-ENC-JUROS-COBRAR
                    DISPLAY "INFORME O VALOR PAGO"
                    DISPLAY "OU PRESSIONE ENTER PARA O TOTAL "
                            "ATUALIZADO: " WS-ENC-TOTAL
                    MOVE ZEROS TO WS-VALOR-BAIXA
                    ACCEPT WS-VALOR-BAIXA
                    IF WS-VALOR-BAIXA EQUAL ZEROS
                        MOVE WS-ENC-TOTAL TO WS-VALOR-BAIXA
                    END-IF

                    IF WS-VALOR-BAIXA <
                          WS-ENC-MULTA-COBRAR + WS-ENC-JUROS-COBRAR
                        DISPLAY "O VALOR PAGO NAO COBRE A MULTA E OS "
                                "JUROS DA PARCELA"
                        DISPLAY "BAIXA NAO GRAVADA"
                        MOVE 'N' TO WS-UPDATE
                    END-IF
                END-IF

                IF WS-UPDATE EQUAL 'S'
                    COMPUTE CR-VALOR-PAGO =
                               WS-CR-VALOR-PAGO + WS-VALOR-BAIXA -
                               WS-ENC-MULTA-COBRAR - WS-ENC-JUROS-COBRAR
                    COMPUTE CR-MULTA-PAGA =
                               WS-CR-MULTA-PAGA + WS-ENC-MULTA-COBRAR
                    COMPUTE CR-JUROS-PAGOS =
                               WS-CR-JUROS-PAGOS + WS-ENC-JUROS-COBRAR
                    COMPUTE CR-ENCARGO-DISPENSADO =
                               WS-CR-ENCARGO-DISPENSADO +
                               WS-ENC-DISPENSADO
                    MOVE WS-ENC-DATA-PAGTO TO CR-DATA-PAGAMENTO

                    IF CR-VALOR-PAGO >= WS-CR-VALOR
                        MOVE 'PAGO' TO CR-SITUACAO
                    ELSE
                        MOVE 'ABERTO' TO CR-SITUACAO
                    END-IF

                    REWRITE REG-CONTAS-RECEBER
                    END-REWRITE

                    IF WS-FS-RECEBER NOT EQUAL ZEROS
                        DISPLAY "ERRO AO GRAVAR A BAIXA"
                        DISPLAY "FILE STATUS: " WS-FS-RECEBER
                    ELSE
                        IF CR-SITUACAO EQUAL 'PAGO'
                            DISPLAY "BAIXA GRAVADA COM SUCESSO!!"
                            DISPLAY "PARCELA QUITADA"
                        ELSE
                            COMPUTE WS-VALOR-SALDO =
                                       WS-CR-VALOR - CR-VALOR-PAGO
                            DISPLAY "BAIXA PARCIAL GRAVADA COM "
                                    "SUCESSO!!"
                            DISPLAY "SALDO RESTANTE DA PARCELA: "
                                    WS-VALOR-SALDO
                        END-IF
                        MOVE 'CONTAS-RECEBER' TO WS-LOG-ARQUIVO-PARM
                        MOVE CR-CODIGO-PEDIDO TO WS-LOG-CHAVE-PARM
                        MOVE 'BAIXA'          TO WS-LOG-OPERACAO-PARM
                        PERFORM GRAVA-LOG
                        IF WS-ENC-DISPENSADO > ZEROS
                            MOVE 'CONTAS-RECEBER'
                                              TO WS-LOG-ARQUIVO-PARM
                            MOVE CR-CODIGO-PEDIDO
                                              TO WS-LOG-CHAVE-PARM
                            MOVE 'DISPENSA'   TO WS-LOG-OPERACAO-PARM
                            PERFORM GRAVA-LOG
                        END-IF
                    END-IF
                END-IF

                CLOSE CONTAS-RECEBER
            END-IF.

           PERFORM MENU-RECEBER.

           LE-PARAMETROS-ENCARGOS.

           MOVE ZEROS TO WS-ENC-PERC-MULTA
           MOVE ZEROS TO WS-ENC-PERC-JUROS
           MOVE ZEROS TO WS-ENC-CARENCIA

           OPEN INPUT PARAMETROS

           IF WS-FS-PARAM EQUAL ZEROS
               MOVE 'ENCARGOS' TO PAR-CHAVE
               READ PARAMETROS RECORD
                  KEY IS PAR-CHAVE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE PAR-PERC-MULTA TO WS-ENC-PERC-MULTA
                      MOVE PAR-PERC-JUROS-DIA TO WS-ENC-PERC-JUROS
                      MOVE PAR-DIAS-CARENCIA TO WS-ENC-CARENCIA
               END-READ
               CLOSE PARAMETROS
           END-IF.

           CALCULA-ENCARGOS.

           COMPUTE WS-ENC-PRINCIPAL = WS-CR-VALOR - WS-CR-VALOR-PAGO
           MOVE ZEROS TO WS-ENC-MULTA
           MOVE ZEROS TO WS-ENC-JUROS

           MOVE WS-CR-DATA-VENCIMENTO TO WS-ENC-VEN-DECOMP

           MOVE ZEROS TO WS-ENC-DIAS-ANT
           IF WS-CR-DATA-PAGAMENTO > ZEROS
               MOVE WS-CR-DATA-PAGAMENTO TO WS-ENC-PAG-DECOMP
               COMPUTE WS-ENC-DIAS-ANT =
                  ((WS-ENC-PAG-AAAA - WS-ENC-VEN-AAAA) * 360) +
                  ((WS-ENC-PAG-MM - WS-ENC-VEN-MM) * 30) +
                  (WS-ENC-PAG-DD - WS-ENC-VEN-DD)
           END-IF

           MOVE WS-ENC-DATA-PAGTO TO WS-ENC-PAG-DECOMP

           COMPUTE WS-ENC-DIAS =
              ((WS-ENC-PAG-AAAA - WS-ENC-VEN-AAAA) * 360) +
              ((WS-ENC-PAG-MM - WS-ENC-VEN-MM) * 30) +
              (WS-ENC-PAG-DD - WS-ENC-VEN-DD)

           IF WS-ENC-DIAS > WS-ENC-CARENCIA
              AND WS-ENC-PRINCIPAL > ZEROS
               IF WS-CR-MULTA-PAGA EQUAL ZEROS
                  AND WS-ENC-DIAS-ANT NOT > WS-ENC-CARENCIA
                   COMPUTE WS-ENC-MULTA ROUNDED =
                           WS-ENC-PRINCIPAL * WS-ENC-PERC-MULTA / 100
               END-IF

               IF WS-CR-DATA-PAGAMENTO > WS-CR-DATA-VENCIMENTO
                   MOVE WS-CR-DATA-PAGAMENTO TO WS-ENC-VEN-DECOMP
                   COMPUTE WS-ENC-DIAS =
                      ((WS-ENC-PAG-AAAA - WS-ENC-VEN-AAAA) * 360) +
                      ((WS-ENC-PAG-MM - WS-ENC-VEN-MM) * 30) +
                      (WS-ENC-PAG-DD - WS-ENC-VEN-DD)
               END-IF

               IF WS-ENC-DIAS > ZEROS
                   COMPUTE WS-ENC-JUROS ROUNDED =
                           WS-ENC-PRINCIPAL * WS-ENC-PERC-JUROS / 100
                           * WS-ENC-DIAS
               END-IF
           END-IF.

           DISPENSA-ENCARGOS.

           PERFORM VERIFICA-SUPERVISOR

           IF WS-ACESSO-NEGADO EQUAL 'S'
               DISPLAY "ENCARGOS MANTIDOS"
           ELSE
               DISPLAY "INFORME A MULTA A COBRAR (CALCULADA: "
                       WS-ENC-MULTA ")"
               MOVE ZEROS TO WS-ENC-MULTA-COBRAR
               ACCEPT WS-ENC-MULTA-COBRAR
               IF WS-ENC-MULTA-COBRAR > WS-ENC-MULTA
                   DISPLAY "VALOR ACIMA DO CALCULADO - MANTIDA A "
                           "MULTA CALCULADA"
                   MOVE WS-ENC-MULTA TO WS-ENC-MULTA-COBRAR
               END-IF

               DISPLAY "INFORME OS JUROS A COBRAR (CALCULADOS: "
                       WS-ENC-JUROS ")"
               MOVE ZEROS TO WS-ENC-JUROS-COBRAR
               ACCEPT WS-ENC-JUROS-COBRAR
               IF WS-ENC-JUROS-COBRAR > WS-ENC-JUROS
                   DISPLAY "VALOR ACIMA DO CALCULADO - MANTIDOS OS "
                           "JUROS CALCULADOS"
                   MOVE WS-ENC-JUROS TO WS-ENC-JUROS-COBRAR
               END-IF

               COMPUTE WS-ENC-DISPENSADO =
                       WS-ENC-MULTA + WS-ENC-JUROS -
                       WS-ENC-MULTA-COBRAR - WS-ENC-JUROS-COBRAR
               DISPLAY "ENCARGOS DISPENSADOS: " WS-ENC-DISPENSADO
           END-IF.

           GERA-REMESSA-BANCO.

           MOVE ZEROS TO WS-CARGA-LIDOS
           MOVE ZEROS TO WS-CARGA-GRAVADOS
           MOVE ZEROS TO WS-CARGA-REJEITADOS
           MOVE ZEROS TO WS-REM-VALOR-TOT
           MOVE ZEROS TO WS-REM-PENDENTES
           MOVE ZEROS TO WS-REM-NUMERO
           MOVE ZEROS TO WS-CARGA-PED-ATUAL

           MOVE 'REMESSA' TO WS-CKP-ARQ-PARM
           PERFORM LE-CHECKPOINT

           DISPLAY "----- REMESSA DE COBRANCA BANCARIA -----"

           OPEN INPUT CONTAS-RECEBER

           IF WS-FS-RECEBER NOT EQUAL ZEROS
               DISPLAY "NAO HA TITULOS CADASTRADOS"
               DISPLAY "FILE STATUS: " WS-FS-RECEBER
           ELSE
               MOVE 'S' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'F'
                  READ CONTAS-RECEBER NEXT RECORD
                                      INTO WS-REG-CONTAS-RECEBER
                      AT END MOVE 'F' TO WS-EOF
                      NOT AT END
                          IF WS-CR-SITUACAO EQUAL 'ABERTO'
                             AND WS-CR-NUM-REMESSA EQUAL ZEROS
                              ADD 1 TO WS-REM-PENDENTES
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE CONTAS-RECEBER

               IF WS-REM-PENDENTES EQUAL ZEROS
                   IF WS-CKP-RETOMADA > ZEROS
                       MOVE WS-CARGA-PED-ATUAL TO WS-REM-NUMERO
                       PERFORM LIMPA-CHECKPOINT
                       MOVE 'CONTAS-RECEBER' TO WS-LOG-ARQUIVO-PARM
                       MOVE WS-REM-NUMERO    TO WS-LOG-CHAVE-PARM
                       MOVE 'REMESSA'        TO WS-LOG-OPERACAO-PARM
                       PERFORM GRAVA-LOG
                       DISPLAY "REMESSA NUMERO " WS-REM-NUMERO
                               " CONCLUIDA - " WS-CKP-RETOMADA
                               " TITULO(S)"
                   ELSE
                       DISPLAY "NENHUM TITULO PENDENTE DE ENVIO AO "
                               "BANCO"
                   END-IF
               ELSE
                   PERFORM ABRE-ARQUIVO-REMESSA
                   IF WS-REM-NUMERO NOT EQUAL ZEROS
                       PERFORM PROCESSA-REMESSA-BANCO
                   END-IF
               END-IF
           END-IF.

           PERFORM MENU-RECEBER.

           ABRE-ARQUIVO-REMESSA.

           IF WS-CKP-RETOMADA > ZEROS
               MOVE WS-CARGA-PED-ATUAL TO WS-REM-NUMERO
               MOVE WS-CKP-RETOMADA TO WS-CARGA-LIDOS
               PERFORM MONTA-NOME-REMESSA
               DISPLAY "CONTINUANDO A REMESSA NUMERO " WS-REM-NUMERO
               OPEN EXTEND REMESSA-BANCO
               IF WS-FS-REMESSA EQUAL 35
                   OPEN OUTPUT REMESSA-BANCO
               END-IF
           ELSE
               MOVE 'REMESSA' TO WS-SEQ-TIPO-PARM
               PERFORM OBTEM-PROXIMO-NUMERO
               MOVE WS-SEQ-PROXIMO TO WS-REM-NUMERO
               MOVE WS-SEQ-PROXIMO TO WS-CARGA-PED-ATUAL
               IF WS-REM-NUMERO EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL NUMERAR A REMESSA"
               ELSE
                   PERFORM MONTA-NOME-REMESSA
                   OPEN INPUT REMESSA-BANCO
                   IF WS-FS-REMESSA EQUAL ZEROS
                       CLOSE REMESSA-BANCO
                       DISPLAY "ARQUIVO " WS-REM-NOME-ARQ " JA EXISTE"
                       DISPLAY "REMESSA NAO GERADA - VERIFIQUE A "
                               "SEQUENCIA DE REMESSAS"
                       MOVE ZEROS TO WS-REM-NUMERO
                   ELSE
                       OPEN OUTPUT REMESSA-BANCO
                   END-IF
               END-IF
           END-IF

           IF WS-REM-NUMERO NOT EQUAL ZEROS
              AND WS-FS-REMESSA NOT EQUAL ZEROS
               DISPLAY "ERRO AO CRIAR O ARQUIVO " WS-REM-NOME-ARQ
               DISPLAY "FILE STATUS: " WS-FS-REMESSA
               MOVE ZEROS TO WS-REM-NUMERO
           END-IF.

           MONTA-NOME-REMESSA.

           MOVE SPACES TO WS-REM-NOME-ARQ
           STRING "c:/temp/remessa-" DELIMITED BY SIZE
                  WS-REM-NUMERO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-REM-NOME-ARQ.

           PROCESSA-REMESSA-BANCO.

           ACCEPT WS-REM-DATA FROM DATE YYYYMMDD
           PERFORM LE-PARAMETROS-ENCARGOS

           OPEN I-O CONTAS-RECEBER
           OPEN INPUT CLIENTES

           IF WS-FS-RECEBER NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O CONTAS A RECEBER"
               DISPLAY "FILE STATUS: " WS-FS-RECEBER
               CLOSE REMESSA-BANCO
               CLOSE CLIENTES
           ELSE
               MOVE 'S' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'F'
                  READ CONTAS-RECEBER NEXT RECORD
                                      INTO WS-REG-CONTAS-RECEBER
                      AT END MOVE 'F' TO WS-EOF
                      NOT AT END
                          IF WS-CR-SITUACAO EQUAL 'ABERTO'
                             AND WS-CR-NUM-REMESSA EQUAL ZEROS
                              PERFORM ENVIA-TITULO-REMESSA
                          END-IF
                  END-READ
               END-PERFORM

               CLOSE CONTAS-RECEBER
               CLOSE CLIENTES
               CLOSE REMESSA-BANCO

               PERFORM LIMPA-CHECKPOINT

               IF WS-CARGA-LIDOS EQUAL ZEROS
                   DISPLAY "NENHUM TITULO ENVIADO AO BANCO"
               ELSE
                   MOVE 'CONTAS-RECEBER' TO WS-LOG-ARQUIVO-PARM
                   MOVE WS-REM-NUMERO    TO WS-LOG-CHAVE-PARM
                   MOVE 'REMESSA'        TO WS-LOG-OPERACAO-PARM
                   PERFORM GRAVA-LOG
                   DISPLAY "REMESSA NUMERO " WS-REM-NUMERO " GERADA"
                   DISPLAY "ARQUIVO: " WS-REM-NOME-ARQ
               END-IF
               IF WS-CKP-RETOMADA > ZEROS
                   DISPLAY "JA ENVIADOS ANTES DA INTERRUPCAO: "
                           WS-CKP-RETOMADA
               END-IF
               DISPLAY "TITULOS ENVIADOS NESTA EXECUCAO: "
                       WS-CARGA-GRAVADOS
               DISPLAY "VALOR ENVIADO NESTA EXECUCAO: "
                       WS-REM-VALOR-TOT
           END-IF.

           ENVIA-TITULO-REMESSA.

           MOVE WS-REM-NUMERO TO RM-NUM-REMESSA
           MOVE WS-REM-DATA TO RM-DATA-REMESSA
           MOVE WS-CR-CODIGO-PEDIDO TO RM-CODIGO-PEDIDO
           MOVE WS-CR-PARCELA TO RM-PARCELA
           MOVE WS-CR-CODIGO-CLIENTE TO RM-CODIGO-CLIENTE
           MOVE WS-CR-DATA-VENCIMENTO TO RM-DATA-VENCIMENTO
           COMPUTE RM-VALOR = WS-CR-VALOR - WS-CR-VALOR-PAGO
           MOVE WS-ENC-PERC-MULTA TO RM-PERC-MULTA
           MOVE WS-ENC-PERC-JUROS TO RM-PERC-JUROS-DIA
           MOVE WS-ENC-CARENCIA TO RM-DIAS-CARENCIA

           MOVE WS-CR-CODIGO-CLIENTE TO CODIGO-CLIENTE
           READ CLIENTES RECORD
              KEY IS CODIGO-CLIENTE
              INVALID KEY
                  MOVE SPACES TO RM-NOME-CLIENTE
              NOT INVALID KEY
                  MOVE NOME TO RM-NOME-CLIENTE
           END-READ

           WRITE REG-REMESSA-BANCO

           IF WS-FS-REMESSA NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR A REMESSA DO TITULO "
                       WS-CR-CODIGO-PEDIDO "/" WS-CR-PARCELA
               DISPLAY "FILE STATUS: " WS-FS-REMESSA
           ELSE
               MOVE WS-REM-NUMERO TO CR-NUM-REMESSA
               MOVE WS-REM-DATA TO CR-DATA-REMESSA
               REWRITE REG-CONTAS-RECEBER

               IF WS-FS-RECEBER NOT EQUAL ZEROS
                   DISPLAY "ERRO AO MARCAR O TITULO "
                           WS-CR-CODIGO-PEDIDO "/" WS-CR-PARCELA
                           " STATUS: " WS-FS-RECEBER
               ELSE
                   ADD 1 TO WS-CARGA-LIDOS
                   ADD 1 TO WS-CARGA-GRAVADOS
                   ADD RM-VALOR TO WS-REM-VALOR-TOT
                   PERFORM GRAVA-CHECKPOINT
               END-IF
           END-IF.

           PROCESSA-RETORNO-BANCO.

           MOVE ZEROS TO WS-CARGA-LIDOS
           MOVE ZEROS TO WS-CARGA-GRAVADOS
           MOVE ZEROS TO WS-CARGA-REJEITADOS
           MOVE ZEROS TO WS-RET-VALOR-TOT
           MOVE ZEROS TO WS-CARGA-PED-ATUAL

           MOVE 'RETORNO' TO WS-CKP-ARQ-PARM
           PERFORM LE-CHECKPOINT
           PERFORM LE-PARAMETROS-ENCARGOS

           DISPLAY "----- RETORNO DE COBRANCA BANCARIA -----"

           OPEN INPUT RETORNO-BANCO
           OPEN I-O CONTAS-RECEBER

            IF WS-FS-RETORNO NOT EQUAL ZEROS
                DISPLAY "ARQUIVO DE RETORNO DO BANCO NAO ENCONTRADO"
                DISPLAY "FILE STATUS: " WS-FS-RETORNO
                CLOSE CONTAS-RECEBER
            ELSE
             IF WS-FS-RECEBER NOT EQUAL ZEROS
                DISPLAY "NAO HA TITULOS CADASTRADOS"
                DISPLAY "FILE STATUS: " WS-FS-RECEBER
                CLOSE RETORNO-BANCO
             ELSE
                OPEN EXTEND RETORNO-REJ
                IF WS-FS-RET-REJ EQUAL 35
                    OPEN OUTPUT RETORNO-REJ
                END-IF

                MOVE 'S' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'F'
                   READ RETORNO-BANCO
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-CARGA-LIDOS
                         IF WS-CARGA-LIDOS <= WS-CKP-RETOMADA
                             CONTINUE
                         ELSE
                             PERFORM BAIXA-TITULO-RETORNO
                             PERFORM GRAVA-CHECKPOINT
                         END-IF
                   END-READ
                END-PERFORM

               CLOSE RETORNO-BANCO
               CLOSE CONTAS-RECEBER
               CLOSE RETORNO-REJ

               PERFORM LIMPA-CHECKPOINT

                DISPLAY "RETORNO BANCARIO PROCESSADO"
                PERFORM MOSTRA-RESUMO-CARGA
                DISPLAY "VALOR BAIXADO: " WS-RET-VALOR-TOT
                IF WS-CARGA-REJEITADOS > ZEROS
                    DISPLAY "VERIFIQUE AS REJEICOES E DIVERGENCIAS "
                            "EM C:/TEMP/RETORNO-REJ.TXT"
                END-IF
             END-IF
            END-IF.

           PERFORM MENU-RECEBER.

           BAIXA-TITULO-RETORNO.

           MOVE ZEROS TO REJ-RET-SALDO
           MOVE SPACES TO WS-UPDATE

           IF RT-CODIGO-PEDIDO NOT NUMERIC
              OR RT-PARCELA NOT NUMERIC
              OR RT-VALOR-PAGO NOT NUMERIC
              OR RT-DATA-PAGAMENTO NOT NUMERIC
               MOVE 'LINHA INVALIDA' TO WS-REJ-MOTIVO
               PERFORM REJEITA-LINHA-RETORNO
           ELSE
               MOVE RT-CODIGO-PEDIDO TO CR-CODIGO-PEDIDO
               MOVE RT-PARCELA TO CR-PARCELA
               READ CONTAS-RECEBER RECORD INTO WS-REG-CONTAS-RECEBER
                  KEY IS CR-CHAVE
                  INVALID KEY
                      MOVE 'TITULO NAO ENCONTRADO' TO WS-REJ-MOTIVO
                      PERFORM REJEITA-LINHA-RETORNO
                  NOT INVALID KEY
                      MOVE RT-DATA-PAGAMENTO TO WS-ENC-DATA-PAGTO
                      IF WS-ENC-DATA-PAGTO EQUAL ZEROS
                          ACCEPT WS-ENC-DATA-PAGTO FROM DATE YYYYMMDD
                      END-IF
                      PERFORM CALCULA-ENCARGOS
                      COMPUTE REJ-RET-SALDO = WS-ENC-PRINCIPAL +
                                 WS-ENC-MULTA + WS-ENC-JUROS
                      IF WS-CR-SITUACAO EQUAL 'PAGO'
                          MOVE 'TITULO JA PAGO' TO WS-REJ-MOTIVO
                          PERFORM REJEITA-LINHA-RETORNO
                      ELSE
                       IF WS-CR-SITUACAO NOT EQUAL 'ABERTO'
                          MOVE 'TITULO NAO ESTA EM ABERTO'
                                                  TO WS-REJ-MOTIVO
                          PERFORM REJEITA-LINHA-RETORNO
                       ELSE
                        IF RT-VALOR-PAGO NOT EQUAL REJ-RET-SALDO
                          MOVE 'VALOR DIVERGENTE DO DEVIDO'
                                                  TO WS-REJ-MOTIVO
                          PERFORM REJEITA-LINHA-RETORNO
                        ELSE
                         MOVE WS-ENC-DATA-PAGTO TO WS-PER-DATA-PARM
                         PERFORM VERIFICA-PERIODO-FECHADO
                         IF WS-PER-BLOQUEADO EQUAL 'S'
                          MOVE 'PERIODO FECHADO' TO WS-REJ-MOTIVO
                          PERFORM REJEITA-LINHA-RETORNO
                         ELSE
                          MOVE 'S' TO WS-UPDATE
                         END-IF
                        END-IF
                       END-IF
                      END-IF
               END-READ
           END-IF

           IF WS-UPDATE EQUAL 'S'
               COMPUTE CR-VALOR-PAGO =
                          WS-CR-VALOR-PAGO + WS-ENC-PRINCIPAL
               COMPUTE CR-MULTA-PAGA =
                          WS-CR-MULTA-PAGA + WS-ENC-MULTA
               COMPUTE CR-JUROS-PAGOS =
                          WS-CR-JUROS-PAGOS + WS-ENC-JUROS
               MOVE WS-ENC-DATA-PAGTO TO CR-DATA-PAGAMENTO
               MOVE 'PAGO' TO CR-SITUACAO

               REWRITE REG-CONTAS-RECEBER
               END-REWRITE

               IF WS-FS-RECEBER NOT EQUAL ZEROS
                   MOVE 'ERRO DE GRAVACAO' TO WS-REJ-MOTIVO
                   PERFORM REJEITA-LINHA-RETORNO
               ELSE
                   ADD 1 TO WS-CARGA-GRAVADOS
                   ADD RT-VALOR-PAGO TO WS-RET-VALOR-TOT
                   MOVE 'CONTAS-RECEBER' TO WS-LOG-ARQUIVO-PARM
                   MOVE CR-CODIGO-PEDIDO TO WS-LOG-CHAVE-PARM
                   MOVE 'BAIXA'          TO WS-LOG-OPERACAO-PARM
                   PERFORM GRAVA-LOG
               END-IF
           END-IF.

           REJEITA-LINHA-RETORNO.

           ADD 1 TO WS-CARGA-REJEITADOS
           MOVE REG-RETORNO-BANCO TO REJ-RET-DADOS
           MOVE WS-REJ-MOTIVO TO REJ-RET-MOTIVO
           WRITE REG-RETORNO-REJ
           DISPLAY "RETORNO " RT-CODIGO-PEDIDO "/" RT-PARCELA
                   " REJEITADO: " WS-REJ-MOTIVO

           IF WS-FS-RET-REJ NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR A REJEICAO DO RETORNO "
                       RT-CODIGO-PEDIDO "/" RT-PARCELA
               DISPLAY "FILE STATUS: " WS-FS-RET-REJ
           END-IF.

           PARAMETROS-ENCARGOS.

           PERFORM LE-PARAMETROS-ENCARGOS

           DISPLAY "----- PARAMETROS DE ENCARGOS POR ATRASO -----"
           DISPLAY "MULTA ATUAL (%):          " WS-ENC-PERC-MULTA
           DISPLAY "JUROS ATUAIS (% AO DIA):  " WS-ENC-PERC-JUROS
           DISPLAY "CARENCIA ATUAL (DIAS):    " WS-ENC-CARENCIA

           OPEN I-O PARAMETROS

           IF WS-FS-PARAM EQUAL 35
               OPEN OUTPUT PARAMETROS
               CLOSE PARAMETROS
               OPEN I-O PARAMETROS
           END-IF

           IF WS-FS-PARAM NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PARAMETROS"
               DISPLAY "FILE STATUS: " WS-FS-PARAM
           ELSE
               MOVE SPACES TO WS-UPDATE
               MOVE 'ENCARGOS' TO PAR-CHAVE
               READ PARAMETROS RECORD
                  KEY IS PAR-CHAVE
                  INVALID KEY
                      MOVE 'I' TO WS-UPDATE
                      MOVE SPACES TO PAR-DADOS
                  NOT INVALID KEY
                      MOVE 'A' TO WS-UPDATE
               END-READ

               DISPLAY "INFORME A MULTA POR ATRASO (% - MAXIMO 20)"
               ACCEPT PAR-PERC-MULTA
               PERFORM UNTIL PAR-PERC-MULTA IS NUMERIC
                         AND PAR-PERC-MULTA NOT > 20
                   DISPLAY "MULTA INVALIDA - INFORME DE 0 A 20 %"
                   ACCEPT PAR-PERC-MULTA
               END-PERFORM

               DISPLAY "INFORME OS JUROS DE MORA (% AO DIA - MAXIMO 1)"
               ACCEPT PAR-PERC-JUROS-DIA
               PERFORM UNTIL PAR-PERC-JUROS-DIA IS NUMERIC
                         AND PAR-PERC-JUROS-DIA NOT > 1
                   DISPLAY "JUROS INVALIDOS - INFORME DE 0 A 1 % AO DIA"
                   ACCEPT PAR-PERC-JUROS-DIA
               END-PERFORM

               DISPLAY "INFORME A CARENCIA (DIAS APOS O VENCIMENTO"
                       " - MAXIMO 90)"
               ACCEPT PAR-DIAS-CARENCIA
               PERFORM UNTIL PAR-DIAS-CARENCIA IS NUMERIC
                         AND PAR-DIAS-CARENCIA NOT > 90
                   DISPLAY "CARENCIA INVALIDA - INFORME DE 0 A 90 DIAS"
                   ACCEPT PAR-DIAS-CARENCIA
               END-PERFORM

               IF WS-UPDATE EQUAL 'I'
                   WRITE REG-PARAMETROS
                   MOVE 'INCLUSAO' TO WS-LOG-OPERACAO-PARM
               ELSE
                   REWRITE REG-PARAMETROS
                   MOVE 'ALTERACAO' TO WS-LOG-OPERACAO-PARM
               END-IF

               IF WS-FS-PARAM NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR OS PARAMETROS"
                   DISPLAY "FILE STATUS: " WS-FS-PARAM
               ELSE
                   DISPLAY "PARAMETROS GRAVADOS COM SUCESSO!!"
                   MOVE 'PARAMETROS' TO WS-LOG-ARQUIVO-PARM
                   MOVE ZEROS        TO WS-LOG-CHAVE-PARM
                   PERFORM GRAVA-LOG
               END-IF

               CLOSE PARAMETROS
           END-IF.

           PERFORM MENU-RECEBER.

           RELATORIO-ENCARGOS-MES.

           MOVE ZERO TO WS-ENC-QTD-CLI
           MOVE ZERO TO WS-ENC-TOT-COBRADO
           MOVE ZERO TO WS-ENC-TOT-RECEBIDO
           MOVE ZERO TO WS-ENC-TOT-DISPENSADO

           DISPLAY "----- RELATORIO MENSAL DE MULTA E JUROS -----"
           DISPLAY "INFORME O MES DE REFERENCIA (AAAAMM)"
           ACCEPT WS-ENC-MES
           COMPUTE WS-ENC-DATA-INI = (WS-ENC-MES * 100) + 1
           COMPUTE WS-ENC-DATA-FIM = (WS-ENC-MES * 100) + 31

           OPEN INPUT CONTAS-RECEBER

            IF WS-FS-RECEBER NOT EQUAL ZEROS
                DISPLAY "NAO HA TITULOS CADASTRADOS"
                DISPLAY "FILE STATUS: " WS-FS-RECEBER
            ELSE
                MOVE 'S' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'F'
                   READ CONTAS-RECEBER NEXT RECORD
                                       INTO WS-REG-CONTAS-RECEBER
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-CR-DATA-PAGAMENTO >= WS-ENC-DATA-INI
                              AND WS-CR-DATA-PAGAMENTO <=
                                                   WS-ENC-DATA-FIM
                               PERFORM ACUMULA-CLIENTE-ENCARGOS
                           END-IF
                   END-READ
                END-PERFORM

                CLOSE CONTAS-RECEBER

                OPEN EXTEND RELATORIO-ENCARGOS

                IF WS-FS-REL-ENC EQUAL 35
                    OPEN OUTPUT RELATORIO-ENCARGOS
                END-IF

                MOVE SPACES TO WS-LINHA-ENCARGOS
                STRING "----- MULTA E JUROS POR CLIENTE - MES "
                                                 DELIMITED BY SIZE
                       WS-ENC-MES DELIMITED BY SIZE
                       " -----" DELIMITED BY SIZE
                       INTO WS-LINHA-ENCARGOS
                WRITE REG-RELATORIO-ENCARGOS FROM WS-LINHA-ENCARGOS

                PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                     UNTIL WS-ENC-IDX > WS-ENC-QTD-CLI
                    MOVE SPACES TO WS-LINHA-ENCARGOS
                    STRING "CLIENTE: " DELIMITED BY SIZE
                           WS-ENC-CLI-CODIGO (WS-ENC-IDX)
                                                 DELIMITED BY SIZE
                           " COBRADO: " DELIMITED BY SIZE
                           WS-ENC-CLI-COBRADO (WS-ENC-IDX)
                                                 DELIMITED BY SIZE
                           " RECEBIDO: " DELIMITED BY SIZE
                           WS-ENC-CLI-RECEBIDO (WS-ENC-IDX)
                                                 DELIMITED BY SIZE
                           INTO WS-LINHA-ENCARGOS
                    WRITE REG-RELATORIO-ENCARGOS FROM WS-LINHA-ENCARGOS
                    MOVE SPACES TO WS-LINHA-ENCARGOS
                    STRING "                DISPENSADO: "
                                                 DELIMITED BY SIZE
                           WS-ENC-CLI-DISPENSADO (WS-ENC-IDX)
                                                 DELIMITED BY SIZE
                           INTO WS-LINHA-ENCARGOS
                    WRITE REG-RELATORIO-ENCARGOS FROM WS-LINHA-ENCARGOS
                END-PERFORM

                MOVE SPACES TO WS-LINHA-ENCARGOS
                STRING "TOTAL COBRADO: " DELIMITED BY SIZE
                       WS-ENC-TOT-COBRADO DELIMITED BY SIZE
                       " RECEBIDO: " DELIMITED BY SIZE
                       WS-ENC-TOT-RECEBIDO DELIMITED BY SIZE
                       INTO WS-LINHA-ENCARGOS
                WRITE REG-RELATORIO-ENCARGOS FROM WS-LINHA-ENCARGOS

                MOVE SPACES TO WS-LINHA-ENCARGOS
                STRING "TOTAL DISPENSADO: " DELIMITED BY SIZE
                       WS-ENC-TOT-DISPENSADO DELIMITED BY SIZE
                       INTO WS-LINHA-ENCARGOS
                WRITE REG-RELATORIO-ENCARGOS FROM WS-LINHA-ENCARGOS

                MOVE SPACES TO WS-LINHA-ENCARGOS
                MOVE "------------------------------------------------"
                                                 TO WS-LINHA-ENCARGOS
                WRITE REG-RELATORIO-ENCARGOS FROM WS-LINHA-ENCARGOS

                CLOSE RELATORIO-ENCARGOS

                DISPLAY "CLIENTES COM ENCARGOS: " WS-ENC-QTD-CLI
                DISPLAY "TOTAL COBRADO:    " WS-ENC-TOT-COBRADO
                DISPLAY "TOTAL RECEBIDO:   " WS-ENC-TOT-RECEBIDO
                DISPLAY "TOTAL DISPENSADO: " WS-ENC-TOT-DISPENSADO
                DISPLAY "RELATORIO DE ENCARGOS GERADO"
            END-IF.

           PERFORM MENU-RECEBER.

           ACUMULA-CLIENTE-ENCARGOS.

           COMPUTE WS-ENC-RECEBIDO =
                   WS-CR-MULTA-PAGA + WS-CR-JUROS-PAGOS
           COMPUTE WS-ENC-COBRADO =
                   WS-ENC-RECEBIDO + WS-CR-ENCARGO-DISPENSADO

           IF WS-ENC-COBRADO > ZEROS
               ADD WS-ENC-COBRADO TO WS-ENC-TOT-COBRADO
               ADD WS-ENC-RECEBIDO TO WS-ENC-TOT-RECEBIDO
               ADD WS-CR-ENCARGO-DISPENSADO TO WS-ENC-TOT-DISPENSADO

               MOVE 'N' TO WS-REL-ACHOU
               PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
                    UNTIL WS-ENC-IDX > WS-ENC-QTD-CLI
                   IF WS-ENC-CLI-CODIGO (WS-ENC-IDX)
                                           EQUAL WS-CR-CODIGO-CLIENTE
                       ADD WS-ENC-COBRADO TO
                           WS-ENC-CLI-COBRADO (WS-ENC-IDX)
                       ADD WS-ENC-RECEBIDO TO
                           WS-ENC-CLI-RECEBIDO (WS-ENC-IDX)
                       ADD WS-CR-ENCARGO-DISPENSADO TO
                           WS-ENC-CLI-DISPENSADO (WS-ENC-IDX)
                       MOVE 'S' TO WS-REL-ACHOU
                   END-IF
               END-PERFORM

               IF WS-REL-ACHOU NOT EQUAL 'S'
                   IF WS-ENC-QTD-CLI >= 200
                       DISPLAY "AVISO: LIMITE DE 200 CLIENTES NOS "
                               "ENCARGOS ATINGIDO - CLIENTE "
                               WS-CR-CODIGO-CLIENTE
                               " NAO ENTROU NO SUBTOTAL"
                   ELSE
                       ADD 1 TO WS-ENC-QTD-CLI
                       SET WS-ENC-IDX TO WS-ENC-QTD-CLI
                       MOVE WS-CR-CODIGO-CLIENTE
                                       TO WS-ENC-CLI-CODIGO (WS-ENC-IDX)
                       MOVE WS-ENC-COBRADO TO
                            WS-ENC-CLI-COBRADO (WS-ENC-IDX)
                       MOVE WS-ENC-RECEBIDO TO
                            WS-ENC-CLI-RECEBIDO (WS-ENC-IDX)
                       MOVE WS-CR-ENCARGO-DISPENSADO TO
                            WS-ENC-CLI-DISPENSADO (WS-ENC-IDX)
                   END-IF
               END-IF
           END-IF.

           RELATORIO-RECEBER.

           MOVE ZERO TO WS-REL-QTD-CLIENTES
           MOVE ZERO TO WS-REL-TOT-ABERTO
           MOVE ZERO TO WS-REL-TOT-VENCIDO

           DISPLAY "----- RELATORIO DE TITULOS EM ABERTO -----"
           DISPLAY "INFORME A DATA DE REFERENCIA (AAAAMMDD)"
           DISPLAY "OU PRESSIONE ENTER PARA A DATA ATUAL"
           MOVE ZEROS TO WS-DATA-REF
           ACCEPT WS-DATA-REF
           IF WS-DATA-REF EQUAL ZEROS
               ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT CONTAS-RECEBER

            IF WS-FS-RECEBER NOT EQUAL ZEROS
                DISPLAY "NAO HA TITULOS CADASTRADOS"
                DISPLAY "FILE STATUS: " WS-FS-RECEBER
            ELSE
                MOVE 'S' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'F'
                   READ CONTAS-RECEBER NEXT RECORD
                                       INTO WS-REG-CONTAS-RECEBER
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-CR-SITUACAO EQUAL 'ABERTO'
                               PERFORM MOSTRA-TITULO-ABERTO
                           END-IF
                   END-READ
                END-PERFORM

                CLOSE CONTAS-RECEBER

                DISPLAY " "
                DISPLAY "TOTAL EM ABERTO POR CLIENTE"
                PERFORM VARYING WS-REL-IDX-CLI FROM 1 BY 1
                     UNTIL WS-REL-IDX-CLI > WS-REL-QTD-CLIENTES
                    DISPLAY "CODIGO DO CLIENTE: "
                            WS-REL-CLI-CODIGO (WS-REL-IDX-CLI)
                            " TOTAL EM ABERTO: "
                            WS-REL-CLI-TOTAL (WS-REL-IDX-CLI)
                END-PERFORM

                DISPLAY " "
                DISPLAY "TOTAL GERAL EM ABERTO: " WS-REL-TOT-ABERTO
                DISPLAY "TOTAL GERAL VENCIDO: " WS-REL-TOT-VENCIDO
            END-IF.

           PERFORM MENU-RECEBER.

           MOSTRA-TITULO-ABERTO.

           COMPUTE WS-VALOR-SALDO = WS-CR-VALOR - WS-CR-VALOR-PAGO

           ADD WS-VALOR-SALDO TO WS-REL-TOT-ABERTO

           IF WS-CR-DATA-VENCIMENTO < WS-DATA-REF
               ADD WS-VALOR-SALDO TO WS-REL-TOT-VENCIDO
               DISPLAY "PEDIDO: " WS-CR-CODIGO-PEDIDO
                       " PARCELA: " WS-CR-PARCELA
                       " CLIENTE: " WS-CR-CODIGO-CLIENTE
                       " VENC: " WS-CR-DATA-VENCIMENTO
                       " SALDO: " WS-VALOR-SALDO
                       " *** VENCIDO ***"
           ELSE
               DISPLAY "PEDIDO: " WS-CR-CODIGO-PEDIDO
                       " PARCELA: " WS-CR-PARCELA
                       " CLIENTE: " WS-CR-CODIGO-CLIENTE
                       " VENC: " WS-CR-DATA-VENCIMENTO
                       " SALDO: " WS-VALOR-SALDO
           END-IF

           PERFORM ACUMULA-CLIENTE-RECEBER.

           ACUMULA-CLIENTE-RECEBER.

           MOVE 'N' TO WS-REL-ACHOU
           PERFORM VARYING WS-REL-IDX-CLI FROM 1 BY 1
                UNTIL WS-REL-IDX-CLI > WS-REL-QTD-CLIENTES
               IF WS-REL-CLI-CODIGO (WS-REL-IDX-CLI)
                                       EQUAL WS-CR-CODIGO-CLIENTE
                   ADD WS-VALOR-SALDO TO
                                   WS-REL-CLI-TOTAL (WS-REL-IDX-CLI)
                   MOVE 'S' TO WS-REL-ACHOU
               END-IF
           END-PERFORM

           IF WS-REL-ACHOU NOT EQUAL 'S'
               IF WS-REL-QTD-CLIENTES >= 200
                   DISPLAY "AVISO: LIMITE DE 200 CLIENTES NO RELATORIO "
                           "ATINGIDO - CLIENTE " WS-CR-CODIGO-CLIENTE
                           " NAO ENTROU NO SUBTOTAL"
               ELSE
                   ADD 1 TO WS-REL-QTD-CLIENTES
                   SET WS-REL-IDX-CLI TO WS-REL-QTD-CLIENTES
                   MOVE WS-CR-CODIGO-CLIENTE
                                   TO WS-REL-CLI-CODIGO (WS-REL-IDX-CLI)
                   MOVE WS-VALOR-SALDO
                                   TO WS-REL-CLI-TOTAL (WS-REL-IDX-CLI)
               END-IF
           END-IF.

           RELATORIO-AGING-RECEBER.

           MOVE ZERO TO WS-AGE-QTD-CLI
           PERFORM VARYING WS-PARCELA-IDX FROM 1 BY 1
                UNTIL WS-PARCELA-IDX > 5
               MOVE ZEROS TO WS-AGE-TOT-FAIXA (WS-PARCELA-IDX)
           END-PERFORM

           DISPLAY "----- RELATORIO DE AGING DO CONTAS A RECEBER -----"
           DISPLAY "INFORME A DATA DE REFERENCIA (AAAAMMDD)"
           DISPLAY "OU PRESSIONE ENTER PARA A DATA ATUAL"
           MOVE ZEROS TO WS-DATA-REF
           ACCEPT WS-DATA-REF
           IF WS-DATA-REF EQUAL ZEROS
               ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
           END-IF
           MOVE WS-DATA-REF TO WS-AGE-REF-DECOMP

           OPEN INPUT CONTAS-RECEBER

            IF WS-FS-RECEBER NOT EQUAL ZEROS
                DISPLAY "NAO HA TITULOS CADASTRADOS"
                DISPLAY "FILE STATUS: " WS-FS-RECEBER
            ELSE
                OPEN EXTEND RELATORIO-AGING

                IF WS-FS-AGING EQUAL 35
                    OPEN OUTPUT RELATORIO-AGING
                END-IF

                MOVE SPACES TO WS-LINHA-AGING
                STRING "----- AGING DO CONTAS A RECEBER EM "
                                                 DELIMITED BY SIZE
                       WS-DATA-REF DELIMITED BY SIZE
                       " -----" DELIMITED BY SIZE
                       INTO WS-LINHA-AGING
                WRITE REG-RELATORIO-AGING FROM WS-LINHA-AGING

                MOVE 'S' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'F'
                   READ CONTAS-RECEBER NEXT RECORD
                                       INTO WS-REG-CONTAS-RECEBER
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-CR-SITUACAO EQUAL 'ABERTO'
                               PERFORM CLASSIFICA-TITULO-AGING
                           END-IF
                   END-READ
                END-PERFORM

                CLOSE CONTAS-RECEBER

                MOVE SPACES TO WS-LINHA-AGING
                MOVE "TOTAIS POR CLIENTE:" TO WS-LINHA-AGING
                WRITE REG-RELATORIO-AGING FROM WS-LINHA-AGING

                PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                     UNTIL WS-AGE-IDX > WS-AGE-QTD-CLI
                    PERFORM MOSTRA-CLIENTE-AGING
                END-PERFORM

                MOVE SPACES TO WS-LINHA-AGING
                MOVE "TOTAIS GERAIS:" TO WS-LINHA-AGING
                WRITE REG-RELATORIO-AGING FROM WS-LINHA-AGING

                MOVE SPACES TO WS-LINHA-AGING
                STRING "A VENCER: " DELIMITED BY SIZE
                       WS-AGE-TOT-FAIXA (1) DELIMITED BY SIZE
                       " ATE 30: " DELIMITED BY SIZE
                       WS-AGE-TOT-FAIXA (2) DELIMITED BY SIZE
                       INTO WS-LINHA-AGING
                WRITE REG-RELATORIO-AGING FROM WS-LINHA-AGING

                MOVE SPACES TO WS-LINHA-AGING
                STRING "31 A 60: " DELIMITED BY SIZE
                       WS-AGE-TOT-FAIXA (3) DELIMITED BY SIZE
                       " 61 A 90: " DELIMITED BY SIZE
                       WS-AGE-TOT-FAIXA (4) DELIMITED BY SIZE
                       INTO WS-LINHA-AGING
                WRITE REG-RELATORIO-AGING FROM WS-LINHA-AGING

                MOVE SPACES TO WS-LINHA-AGING
                STRING "ACIMA DE 90: " DELIMITED BY SIZE
                       WS-AGE-TOT-FAIXA (5) DELIMITED BY SIZE
                       INTO WS-LINHA-AGING
                WRITE REG-RELATORIO-AGING FROM WS-LINHA-AGING

                MOVE SPACES TO WS-LINHA-AGING
                MOVE "------------------------------------------------"
                                                 TO WS-LINHA-AGING
                WRITE REG-RELATORIO-AGING FROM WS-LINHA-AGING

                CLOSE RELATORIO-AGING

                DISPLAY "A VENCER:    " WS-AGE-TOT-FAIXA (1)
                DISPLAY "ATE 30 DIAS: " WS-AGE-TOT-FAIXA (2)
                DISPLAY "31 A 60:     " WS-AGE-TOT-FAIXA (3)
                DISPLAY "61 A 90:     " WS-AGE-TOT-FAIXA (4)
                DISPLAY "ACIMA DE 90: " WS-AGE-TOT-FAIXA (5)
                DISPLAY "RELATORIO DE AGING GERADO"
            END-IF.

           PERFORM MENU-RECEBER.

           CLASSIFICA-TITULO-AGING.

           COMPUTE WS-VALOR-SALDO = WS-CR-VALOR - WS-CR-VALOR-PAGO

           MOVE WS-CR-DATA-VENCIMENTO TO WS-AGE-VEN-DECOMP

           COMPUTE WS-AGE-DIAS =
              ((WS-AGE-REF-AAAA - WS-AGE-VEN-AAAA) * 360) +
              ((WS-AGE-REF-MM - WS-AGE-VEN-MM) * 30) +
              (WS-AGE-REF-DD - WS-AGE-VEN-DD)

           EVALUATE TRUE
               WHEN WS-AGE-DIAS <= ZERO
                   MOVE 1 TO WS-AGE-FAIXA
                   MOVE 'A VENCER' TO WS-AGE-FAIXA-DESC
               WHEN WS-AGE-DIAS <= 30
                   MOVE 2 TO WS-AGE-FAIXA
                   MOVE 'ATE 30' TO WS-AGE-FAIXA-DESC
               WHEN WS-AGE-DIAS <= 60
                   MOVE 3 TO WS-AGE-FAIXA
                   MOVE '31 A 60' TO WS-AGE-FAIXA-DESC
               WHEN WS-AGE-DIAS <= 90
                   MOVE 4 TO WS-AGE-FAIXA
                   MOVE '61 A 90' TO WS-AGE-FAIXA-DESC
               WHEN OTHER
                   MOVE 5 TO WS-AGE-FAIXA
                   MOVE 'MAIS 90' TO WS-AGE-FAIXA-DESC
           END-EVALUATE

           ADD WS-VALOR-SALDO TO WS-AGE-TOT-FAIXA (WS-AGE-FAIXA)

           PERFORM ACUMULA-CLIENTE-AGING

           MOVE SPACES TO WS-LINHA-AGING
           STRING "PEDIDO: " DELIMITED BY SIZE
                  WS-CR-CODIGO-PEDIDO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-CR-PARCELA DELIMITED BY SIZE
                  " CLI: " DELIMITED BY SIZE
                  WS-CR-CODIGO-CLIENTE DELIMITED BY SIZE
                  " VENC: " DELIMITED BY SIZE
                  WS-CR-DATA-VENCIMENTO DELIMITED BY SIZE
                  " SALDO: " DELIMITED BY SIZE
                  WS-VALOR-SALDO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AGE-FAIXA-DESC DELIMITED BY SIZE
                  INTO WS-LINHA-AGING
           WRITE REG-RELATORIO-AGING FROM WS-LINHA-AGING.

           ACUMULA-CLIENTE-AGING.

           MOVE 'N' TO WS-REL-ACHOU
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                UNTIL WS-AGE-IDX > WS-AGE-QTD-CLI
               IF WS-AGE-CLI-CODIGO (WS-AGE-IDX)
                                       EQUAL WS-CR-CODIGO-CLIENTE
                   ADD WS-VALOR-SALDO TO
                       WS-AGE-CLI-FAIXA (WS-AGE-IDX WS-AGE-FAIXA)
                   MOVE 'S' TO WS-REL-ACHOU
               END-IF
           END-PERFORM

           IF WS-REL-ACHOU NOT EQUAL 'S'
               IF WS-AGE-QTD-CLI >= 200
                   DISPLAY "AVISO: LIMITE DE 200 CLIENTES NO AGING "
                           "ATINGIDO - CLIENTE " WS-CR-CODIGO-CLIENTE
                           " NAO ENTROU NO SUBTOTAL"
               ELSE
                   ADD 1 TO WS-AGE-QTD-CLI
                   SET WS-AGE-IDX TO WS-AGE-QTD-CLI
                   MOVE WS-CR-CODIGO-CLIENTE
                                   TO WS-AGE-CLI-CODIGO (WS-AGE-IDX)
                   PERFORM VARYING WS-PARCELA-IDX FROM 1 BY 1
                        UNTIL WS-PARCELA-IDX > 5
                       MOVE ZEROS TO
                            WS-AGE-CLI-FAIXA (WS-AGE-IDX
                                              WS-PARCELA-IDX)
                   END-PERFORM
                   ADD WS-VALOR-SALDO TO
                       WS-AGE-CLI-FAIXA (WS-AGE-IDX WS-AGE-FAIXA)
               END-IF
           END-IF.

           MOSTRA-CLIENTE-AGING.

           MOVE ZEROS TO WS-AGE-TOT-CLI
           PERFORM VARYING WS-PARCELA-IDX FROM 1 BY 1
                UNTIL WS-PARCELA-IDX > 5
               ADD WS-AGE-CLI-FAIXA (WS-AGE-IDX WS-PARCELA-IDX)
                   TO WS-AGE-TOT-CLI
           END-PERFORM

           MOVE SPACES TO WS-LINHA-AGING
           STRING "CLIENTE: " DELIMITED BY SIZE
                  WS-AGE-CLI-CODIGO (WS-AGE-IDX) DELIMITED BY SIZE
                  " A VENCER: " DELIMITED BY SIZE
                  WS-AGE-CLI-FAIXA (WS-AGE-IDX 1) DELIMITED BY SIZE
                  " ATE 30: " DELIMITED BY SIZE
                  WS-AGE-CLI-FAIXA (WS-AGE-IDX 2) DELIMITED BY SIZE
                  INTO WS-LINHA-AGING
           WRITE REG-RELATORIO-AGING FROM WS-LINHA-AGING

           MOVE SPACES TO WS-LINHA-AGING
           STRING "  31 A 60: " DELIMITED BY SIZE
                  WS-AGE-CLI-FAIXA (WS-AGE-IDX 3) DELIMITED BY SIZE
                  " 61 A 90: " DELIMITED BY SIZE
                  WS-AGE-CLI-FAIXA (WS-AGE-IDX 4) DELIMITED BY SIZE
                  " MAIS 90: " DELIMITED BY SIZE
                  WS-AGE-CLI-FAIXA (WS-AGE-IDX 5) DELIMITED BY SIZE
                  INTO WS-LINHA-AGING
           WRITE REG-RELATORIO-AGING FROM WS-LINHA-AGING

           MOVE SPACES TO WS-LINHA-AGING
           STRING "  TOTAL DO CLIENTE: " DELIMITED BY SIZE
                  WS-AGE-TOT-CLI DELIMITED BY SIZE
                  INTO WS-LINHA-AGING
           WRITE REG-RELATORIO-AGING FROM WS-LINHA-AGING.

           EXTRATO-DO-CLIENTE.

           MOVE SPACES TO WS-EXT-OK
           MOVE SPACES TO WS-EXT-ACHOU
           MOVE ZEROS TO WS-EXT-TOT-VALOR
           MOVE ZEROS TO WS-EXT-TOT-PAGO
           MOVE ZEROS TO WS-EXT-TOT-SALDO

           DISPLAY "----- EXTRATO DO CLIENTE -----"
           DISPLAY "DIGITE O CODIGO DO CLIENTE"
           ACCEPT WS-EXT-CLIENTE

           OPEN INPUT CLIENTES

           IF WS-FS-CLIENTES NOT EQUAL ZEROS
               DISPLAY "CADASTRO DE CLIENTES NAO ENCONTRADO"
               DISPLAY "FILE STATUS: " WS-FS-CLIENTES
           ELSE
               MOVE WS-EXT-CLIENTE TO CODIGO-CLIENTE
               READ CLIENTES RECORD INTO WS-REG-CLIENTES
                  KEY IS CODIGO-CLIENTE
                  INVALID KEY
                      DISPLAY "CODIGO DE CLIENTE INVALIDO"
                  NOT INVALID KEY
                      MOVE 'S' TO WS-EXT-OK
               END-READ
               CLOSE CLIENTES
           END-IF

           IF WS-EXT-OK EQUAL 'S'
               OPEN INPUT CONTAS-RECEBER

               IF WS-FS-RECEBER NOT EQUAL ZEROS
                   DISPLAY "NAO HA TITULOS CADASTRADOS"
                   DISPLAY "FILE STATUS: " WS-FS-RECEBER
               ELSE
                   OPEN EXTEND EXTRATO-CLIENTE

                   IF WS-FS-EXTRATO EQUAL 35
                       OPEN OUTPUT EXTRATO-CLIENTE
                   END-IF

                   MOVE SPACES TO WS-LINHA-EXTRATO
                   MOVE "----- EXTRATO DO CLIENTE -----"
                                            TO WS-LINHA-EXTRATO
                   WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA-EXTRATO

                   MOVE SPACES TO WS-LINHA-EXTRATO
                   STRING "CLIENTE: " DELIMITED BY SIZE
                          WS-CODIGO-CLIENTE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-NOME DELIMITED BY SIZE
                          INTO WS-LINHA-EXTRATO
                   WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA-EXTRATO

                   ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
                   MOVE SPACES TO WS-LINHA-EXTRATO
                   STRING "EMITIDO EM: " DELIMITED BY SIZE
                          WS-DATA-REF DELIMITED BY SIZE
                          INTO WS-LINHA-EXTRATO
                   WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA-EXTRATO

                   MOVE 'S' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'F'
                      READ CONTAS-RECEBER NEXT RECORD
                                          INTO WS-REG-CONTAS-RECEBER
                          AT END MOVE 'F' TO WS-EOF
                          NOT AT END
                              IF WS-CR-CODIGO-CLIENTE EQUAL
                                                 WS-EXT-CLIENTE
                                  PERFORM IMPRIME-TITULO-EXTRATO
                              END-IF
                      END-READ
                   END-PERFORM

                   CLOSE CONTAS-RECEBER

                   IF WS-EXT-ACHOU NOT EQUAL 'S'
                       MOVE SPACES TO WS-LINHA-EXTRATO
                       MOVE "NENHUM TITULO PARA O CLIENTE"
                                                TO WS-LINHA-EXTRATO
                       WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA-EXTRATO
                   ELSE
                       MOVE SPACES TO WS-LINHA-EXTRATO
                       STRING "TOTAL VALOR: " DELIMITED BY SIZE
                              WS-EXT-TOT-VALOR DELIMITED BY SIZE
                              " PAGO: " DELIMITED BY SIZE
                              WS-EXT-TOT-PAGO DELIMITED BY SIZE
                              INTO WS-LINHA-EXTRATO
                       WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA-EXTRATO

                       MOVE SPACES TO WS-LINHA-EXTRATO
                       STRING "SALDO DEVEDOR: " DELIMITED BY SIZE
                              WS-EXT-TOT-SALDO DELIMITED BY SIZE
                              INTO WS-LINHA-EXTRATO
                       WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA-EXTRATO
                   END-IF

                   MOVE SPACES TO WS-LINHA-EXTRATO
                   MOVE "----------------------------------"
                                            TO WS-LINHA-EXTRATO
                   WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA-EXTRATO

                   CLOSE EXTRATO-CLIENTE

                   DISPLAY "EXTRATO DO CLIENTE GERADO"
               END-IF
           END-IF.

           PERFORM MENU-RECEBER.

           IMPRIME-TITULO-EXTRATO.

           MOVE 'S' TO WS-EXT-ACHOU

           COMPUTE WS-VALOR-SALDO = WS-CR-VALOR - WS-CR-VALOR-PAGO

           IF WS-CR-SITUACAO EQUAL 'ABERTO'
               ADD WS-VALOR-SALDO TO WS-EXT-TOT-SALDO
           END-IF
           ADD WS-CR-VALOR TO WS-EXT-TOT-VALOR
           ADD WS-CR-VALOR-PAGO TO WS-EXT-TOT-PAGO

           MOVE SPACES TO WS-LINHA-EXTRATO
           STRING "PEDIDO: " DELIMITED BY SIZE
                  WS-CR-CODIGO-PEDIDO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-CR-PARCELA DELIMITED BY SIZE
                  " VENC: " DELIMITED BY SIZE
                  WS-CR-DATA-VENCIMENTO DELIMITED BY SIZE
                  " SIT: " DELIMITED BY SIZE
                  WS-CR-SITUACAO DELIMITED BY SIZE
                  INTO WS-LINHA-EXTRATO
           WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA-EXTRATO

           MOVE SPACES TO WS-LINHA-EXTRATO
           STRING "  VALOR: " DELIMITED BY SIZE
                  WS-CR-VALOR DELIMITED BY SIZE
                  " PAGO: " DELIMITED BY SIZE
                  WS-CR-VALOR-PAGO DELIMITED BY SIZE
                  " SALDO: " DELIMITED BY SIZE
                  WS-VALOR-SALDO DELIMITED BY SIZE
                  INTO WS-LINHA-EXTRATO
           WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA-EXTRATO.

*******************************************************************************

           MENU-PAGAR.

       MOVE SPACES TO WS-ESCOLHA

           DISPLAY "---------- CONTAS A PAGAR ---------"
           DISPLAY "SELECIONE UMA OPCAO ABAIXO"
           DISPLAY "P - PAGAMENTO DE TITULO A FORNECEDOR"
           DISPLAY "R - RELATORIO DE TITULOS ABERTOS/VENCIDOS"
           DISPLAY "V - VOLTAR AO MENU PRINCIPAL"
           ACCEPT WS-ESCOLHA.

           EVALUATE WS-ESCOLHA
               WHEN 'P'
                   PERFORM BAIXA-PAGAR
               WHEN 'R'
                   PERFORM RELATORIO-PAGAR
               WHEN 'V'
                   PERFORM MAIN-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   PERFORM MENU-PAGAR
            END-EVALUATE.

           BAIXA-PAGAR.

       MOVE SPACES TO WS-UPDATE

           OPEN I-O CONTAS-PAGAR.

            IF WS-FS-PAGAR NOT EQUAL ZEROS
                DISPLAY "NAO HA TITULOS A PAGAR CADASTRADOS"
                DISPLAY "FILE STATUS: " WS-FS-PAGAR
            ELSE
                DISPLAY "----- PAGAMENTO A FORNECEDOR -----"
                DISPLAY "DIGITE O CODIGO DO PEDIDO DE COMPRA"
                ACCEPT CP-CODIGO-COMPRA
                DISPLAY "DIGITE O NUMERO DA PARCELA"
                ACCEPT CP-PARCELA

                READ CONTAS-PAGAR RECORD INTO WS-REG-CONTAS-PAGAR
                   KEY IS CP-CHAVE
                       INVALID KEY
                           DISPLAY "PARCELA NAO ENCONTRADA"
                       NOT INVALID KEY
                         IF WS-CP-SITUACAO EQUAL 'PAGO'
                             DISPLAY "PARCELA JA PAGA EM "
                                     WS-CP-DATA-PAGAMENTO
                         ELSE
                          IF WS-CP-SITUACAO EQUAL 'CANCELADO'
                             DISPLAY "PARCELA CANCELADA - PAGAMENTO "
                                     "NAO PERMITIDO"
                          ELSE
                           DISPLAY "COMPRA: " WS-CP-CODIGO-COMPRA
                               " PARCELA: " WS-CP-PARCELA
                               " FORNECEDOR: " WS-CP-CODIGO-FORNECEDOR
                               " VENCIMENTO: " WS-CP-DATA-VENCIMENTO
                               " VALOR: " WS-CP-VALOR
                           MOVE 'S' TO WS-UPDATE
                          END-IF
                         END-IF
                END-READ

                IF WS-UPDATE EQUAL 'S'
                    COMPUTE WS-VALOR-SALDO =
                               WS-CP-VALOR - WS-CP-VALOR-PAGO
                    DISPLAY "SALDO DA PARCELA: " WS-VALOR-SALDO
                    DISPLAY "INFORME O VALOR PAGO"
                    DISPLAY "OU PRESSIONE ENTER PARA O SALDO DA "
                            "PARCELA"
                    MOVE ZEROS TO WS-VALOR-BAIXA
                    ACCEPT WS-VALOR-BAIXA
                    IF WS-VALOR-BAIXA EQUAL ZEROS
                        MOVE WS-VALOR-SALDO TO WS-VALOR-BAIXA
                    END-IF
                    COMPUTE CP-VALOR-PAGO =
                               WS-CP-VALOR-PAGO + WS-VALOR-BAIXA
                    DISPLAY "INFORME A DATA DO PAGAMENTO (AAAAMMDD)"
                    DISPLAY "OU PRESSIONE ENTER PARA A DATA ATUAL"
                    MOVE ZEROS TO CP-DATA-PAGAMENTO
                    ACCEPT CP-DATA-PAGAMENTO
                    IF CP-DATA-PAGAMENTO EQUAL ZEROS
                        ACCEPT CP-DATA-PAGAMENTO FROM DATE YYYYMMDD
                    END-IF

                    MOVE CP-DATA-PAGAMENTO TO WS-PER-DATA-PARM
                    PERFORM VERIFICA-PERIODO-FECHADO
                    IF WS-PER-BLOQUEADO EQUAL 'S'
                        DISPLAY "PERIODO " WS-PER-ANO-MES
                                " FECHADO - LANCAMENTO NAO PERMITIDO"
                        DISPLAY "PAGAMENTO NAO GRAVADO"
                        MOVE 'N' TO WS-UPDATE
                    END-IF
                END-IF

                IF WS-UPDATE EQUAL 'S'
                    IF CP-VALOR-PAGO >= WS-CP-VALOR
                        MOVE 'PAGO' TO CP-SITUACAO
                    ELSE
                        MOVE 'ABERTO' TO CP-SITUACAO
                    END-IF

                    REWRITE REG-CONTAS-PAGAR
                    END-REWRITE

                    IF WS-FS-PAGAR NOT EQUAL ZEROS
                        DISPLAY "ERRO AO GRAVAR O PAGAMENTO"
                        DISPLAY "FILE STATUS: " WS-FS-PAGAR
                    ELSE
                        IF CP-SITUACAO EQUAL 'PAGO'
                            DISPLAY "PAGAMENTO GRAVADO COM SUCESSO!!"
                            DISPLAY "PARCELA QUITADA"
                        ELSE
                            COMPUTE WS-VALOR-SALDO =
                                       WS-CP-VALOR - CP-VALOR-PAGO
                            DISPLAY "PAGAMENTO PARCIAL GRAVADO COM "
                                    "SUCESSO!!"
                            DISPLAY "SALDO RESTANTE DA PARCELA: "
                                    WS-VALOR-SALDO
                        END-IF
                        MOVE 'CONTAS-PAGAR'   TO WS-LOG-ARQUIVO-PARM
                        MOVE CP-CODIGO-COMPRA TO WS-LOG-CHAVE-PARM
                        MOVE 'BAIXA'          TO WS-LOG-OPERACAO-PARM
                        PERFORM GRAVA-LOG
                    END-IF
                END-IF

                CLOSE CONTAS-PAGAR
            END-IF.

           PERFORM MENU-PAGAR.

           RELATORIO-PAGAR.

           MOVE ZERO TO WS-PAG-QTD-FORN
           MOVE ZERO TO WS-PAG-TOT-ABERTO
           MOVE ZERO TO WS-PAG-TOT-VENCIDO

           DISPLAY "----- RELATORIO DE TITULOS A PAGAR -----"
           DISPLAY "INFORME A DATA DE REFERENCIA (AAAAMMDD)"
           DISPLAY "OU PRESSIONE ENTER PARA A DATA ATUAL"
           MOVE ZEROS TO WS-DATA-REF
           ACCEPT WS-DATA-REF
           IF WS-DATA-REF EQUAL ZEROS
               ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT CONTAS-PAGAR

            IF WS-FS-PAGAR NOT EQUAL ZEROS
                DISPLAY "NAO HA TITULOS A PAGAR CADASTRADOS"
                DISPLAY "FILE STATUS: " WS-FS-PAGAR
            ELSE
                MOVE 'S' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'F'
                   READ CONTAS-PAGAR NEXT RECORD
                                     INTO WS-REG-CONTAS-PAGAR
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-CP-SITUACAO EQUAL 'ABERTO'
                               PERFORM MOSTRA-TITULO-PAGAR
                           END-IF
                   END-READ
                END-PERFORM

                CLOSE CONTAS-PAGAR

                DISPLAY " "
                DISPLAY "TOTAL EM ABERTO POR FORNECEDOR"
                PERFORM VARYING WS-PAG-IDX FROM 1 BY 1
                     UNTIL WS-PAG-IDX > WS-PAG-QTD-FORN
                    DISPLAY "FORNECEDOR: "
                            WS-PAG-FORN-CODIGO (WS-PAG-IDX)
                            " EM ABERTO: "
                            WS-PAG-FORN-ABERTO (WS-PAG-IDX)
                            " VENCIDO: "
                            WS-PAG-FORN-VENCIDO (WS-PAG-IDX)
                END-PERFORM

                DISPLAY " "
                DISPLAY "TOTAL GERAL EM ABERTO: " WS-PAG-TOT-ABERTO
                DISPLAY "TOTAL GERAL VENCIDO: " WS-PAG-TOT-VENCIDO
            END-IF.

           PERFORM MENU-PAGAR.

           MOSTRA-TITULO-PAGAR.

           COMPUTE WS-VALOR-SALDO = WS-CP-VALOR - WS-CP-VALOR-PAGO
           MOVE ZEROS TO WS-PAG-VENCIDO

           ADD WS-VALOR-SALDO TO WS-PAG-TOT-ABERTO

           IF WS-CP-DATA-VENCIMENTO < WS-DATA-REF
               MOVE WS-VALOR-SALDO TO WS-PAG-VENCIDO
               ADD WS-VALOR-SALDO TO WS-PAG-TOT-VENCIDO
               DISPLAY "COMPRA: " WS-CP-CODIGO-COMPRA
                       " PARCELA: " WS-CP-PARCELA
                       " FORNECEDOR: " WS-CP-CODIGO-FORNECEDOR
                       " VENC: " WS-CP-DATA-VENCIMENTO
                       " SALDO: " WS-VALOR-SALDO
                       " *** VENCIDO ***"
           ELSE
               DISPLAY "COMPRA: " WS-CP-CODIGO-COMPRA
                       " PARCELA: " WS-CP-PARCELA
                       " FORNECEDOR: " WS-CP-CODIGO-FORNECEDOR
                       " VENC: " WS-CP-DATA-VENCIMENTO
                       " SALDO: " WS-VALOR-SALDO
           END-IF

           PERFORM ACUMULA-FORNECEDOR-PAGAR.

           ACUMULA-FORNECEDOR-PAGAR.

           MOVE 'N' TO WS-REL-ACHOU
           PERFORM VARYING WS-PAG-IDX FROM 1 BY 1
                UNTIL WS-PAG-IDX > WS-PAG-QTD-FORN
               IF WS-PAG-FORN-CODIGO (WS-PAG-IDX)
                                       EQUAL WS-CP-CODIGO-FORNECEDOR
                   ADD WS-VALOR-SALDO TO
                                   WS-PAG-FORN-ABERTO (WS-PAG-IDX)
                   ADD WS-PAG-VENCIDO TO
                                   WS-PAG-FORN-VENCIDO (WS-PAG-IDX)
                   MOVE 'S' TO WS-REL-ACHOU
               END-IF
           END-PERFORM

           IF WS-REL-ACHOU NOT EQUAL 'S'
               IF WS-PAG-QTD-FORN >= 200
                   DISPLAY "AVISO: LIMITE DE 200 FORNECEDORES NO "
                           "RELATORIO ATINGIDO - FORNECEDOR "
                           WS-CP-CODIGO-FORNECEDOR
                           " NAO ENTROU NO SUBTOTAL"
               ELSE
                   ADD 1 TO WS-PAG-QTD-FORN
                   SET WS-PAG-IDX TO WS-PAG-QTD-FORN
                   MOVE WS-CP-CODIGO-FORNECEDOR
                                   TO WS-PAG-FORN-CODIGO (WS-PAG-IDX)
                   MOVE WS-VALOR-SALDO
                                   TO WS-PAG-FORN-ABERTO (WS-PAG-IDX)
                   MOVE WS-PAG-VENCIDO
                                   TO WS-PAG-FORN-VENCIDO (WS-PAG-IDX)
               END-IF
           END-IF.

*******************************************************************************

           MENU-NOTAS-FISCAIS.

       MOVE SPACES TO WS-ESCOLHA

           DISPLAY "---------- NOTAS FISCAIS ---------"
           DISPLAY "SELECIONE UMA OPCAO ABAIXO"
           DISPLAY "C - CONSULTA DE NOTAS FISCAIS"
           DISPLAY "L - LIVRO DE SAIDAS MENSAL IMPRESSO"
           DISPLAY "T - TABELA DE ALIQUOTAS DE ICMS POR UF"
           DISPLAY "V - VOLTAR AO MENU PRINCIPAL"
           ACCEPT WS-ESCOLHA.

           EVALUATE WS-ESCOLHA
               WHEN 'C'
                   PERFORM CONSULTA-NOTAS-FISCAIS
               WHEN 'L'
                   PERFORM LIVRO-DE-SAIDAS
               WHEN 'T'
                   PERFORM VERIFICA-SUPERVISOR
                   IF WS-ACESSO-NEGADO EQUAL 'S'
                       PERFORM MENU-NOTAS-FISCAIS
                   ELSE
                       PERFORM TABELA-ALIQUOTAS-ICMS
                   END-IF
               WHEN 'V'
                   PERFORM MAIN-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   PERFORM MENU-NOTAS-FISCAIS
            END-EVALUATE.

           CONSULTA-NOTAS-FISCAIS.

           MOVE SPACES TO WS-ESCOLHA

           DISPLAY "----- CONSULTA DE NOTAS FISCAIS -----"
           DISPLAY "N - PELO NUMERO DA NOTA FISCAL"
           DISPLAY "P - PELO CODIGO DO PEDIDO"
           ACCEPT WS-ESCOLHA

           OPEN INPUT NOTAS-FISCAIS

           IF WS-FS-NOTAS NOT EQUAL ZEROS
               DISPLAY "NAO HA NOTAS FISCAIS EMITIDAS"
               DISPLAY "FILE STATUS: " WS-FS-NOTAS
           ELSE
            IF WS-ESCOLHA EQUAL 'N'
               DISPLAY "DIGITE O NUMERO DA NOTA FISCAL"
               ACCEPT NF-NUMERO
               READ NOTAS-FISCAIS RECORD INTO WS-REG-NOTAS-FISCAIS
                  KEY IS NF-NUMERO
                  INVALID KEY
                      DISPLAY "NOTA FISCAL NAO ENCONTRADA"
                  NOT INVALID KEY
                      PERFORM MOSTRA-NOTA-FISCAL
               END-READ
            ELSE
             IF WS-ESCOLHA EQUAL 'P'
               DISPLAY "DIGITE O CODIGO DO PEDIDO"
               ACCEPT NF-CODIGO-PEDIDO
               MOVE NF-CODIGO-PEDIDO TO WS-NF-CODIGO-PEDIDO
               START NOTAS-FISCAIS KEY IS = NF-CODIGO-PEDIDO
                   INVALID KEY
                       DISPLAY "NENHUMA NOTA FISCAL PARA O PEDIDO"
                       MOVE 'F' TO WS-NF-FIM
                   NOT INVALID KEY MOVE 'S' TO WS-NF-FIM
               END-START
               MOVE WS-NF-CODIGO-PEDIDO TO WS-CODIGO-PEDIDO
               PERFORM UNTIL WS-NF-FIM = 'F'
                   READ NOTAS-FISCAIS NEXT RECORD
                                      INTO WS-REG-NOTAS-FISCAIS
                       AT END MOVE 'F' TO WS-NF-FIM
                       NOT AT END
                         IF WS-NF-CODIGO-PEDIDO NOT = WS-CODIGO-PEDIDO
                             MOVE 'F' TO WS-NF-FIM
                         ELSE
                             PERFORM MOSTRA-NOTA-FISCAL
                         END-IF
                   END-READ
               END-PERFORM
             ELSE
               DISPLAY "OPCAO INVALIDA"
             END-IF
            END-IF
            CLOSE NOTAS-FISCAIS
           END-IF.

           PERFORM MENU-NOTAS-FISCAIS.

           MOSTRA-NOTA-FISCAL.

           DISPLAY "NOTA FISCAL: " WS-NF-NUMERO
                   " PEDIDO: " WS-NF-CODIGO-PEDIDO
                   " EMISSAO: " WS-NF-DATA-EMISSAO
                   " SITUACAO: " WS-NF-SITUACAO
           DISPLAY "  CLIENTE: " WS-NF-CODIGO-CLIENTE
                   " UF: " WS-NF-UF
                   " ALIQ ICMS: " WS-NF-ALIQ-ICMS
                   " BASE: " WS-NF-BASE-ICMS
                   " ICMS: " WS-NF-VALOR-ICMS
                   " TOTAL: " WS-NF-VALOR-TOTAL
           IF WS-NF-SITUACAO EQUAL 'CANCELADA'
               DISPLAY "  CANCELADA EM " WS-NF-DATA-CANCELAMENTO
           END-IF.

           LIVRO-DE-SAIDAS.

           MOVE ZERO TO WS-NF-QTD-UF
           MOVE ZERO TO WS-NF-QTD-NOTAS
           MOVE ZERO TO WS-NF-QTD-CANC
           MOVE ZERO TO WS-NF-TOT-CONTABIL
           MOVE ZERO TO WS-NF-TOT-BASE
           MOVE ZERO TO WS-NF-TOT-IMPOSTO
           PERFORM VARYING WS-NF-DIA FROM 1 BY 1
                UNTIL WS-NF-DIA > 31
               MOVE ZEROS TO WS-NF-DIA-CONTABIL (WS-NF-DIA)
               MOVE ZEROS TO WS-NF-DIA-ICMS (WS-NF-DIA)
           END-PERFORM

           DISPLAY "----- LIVRO DE REGISTRO DE SAIDAS -----"
           DISPLAY "INFORME O MES DE REFERENCIA (AAAAMM)"
           ACCEPT WS-NF-MES
           COMPUTE WS-NF-DATA-INI = (WS-NF-MES * 100) + 1
           COMPUTE WS-NF-DATA-FIM = (WS-NF-MES * 100) + 31

           OPEN INPUT NOTAS-FISCAIS

            IF WS-FS-NOTAS NOT EQUAL ZEROS
                DISPLAY "NAO HA NOTAS FISCAIS EMITIDAS"
                DISPLAY "FILE STATUS: " WS-FS-NOTAS
            ELSE
                OPEN EXTEND LIVRO-SAIDAS

                IF WS-FS-LIVRO EQUAL 35
                    OPEN OUTPUT LIVRO-SAIDAS
                END-IF

                MOVE SPACES TO WS-LINHA-LIVRO
                STRING "----- LIVRO DE REGISTRO DE SAIDAS - MES "
                                                 DELIMITED BY SIZE
                       WS-NF-MES DELIMITED BY SIZE
                       " -----" DELIMITED BY SIZE
                       INTO WS-LINHA-LIVRO
                WRITE REG-LIVRO-SAIDAS FROM WS-LINHA-LIVRO

                MOVE 'S' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'F'
                   READ NOTAS-FISCAIS NEXT RECORD
                                      INTO WS-REG-NOTAS-FISCAIS
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF WS-NF-DATA-EMISSAO >= WS-NF-DATA-INI
                              AND WS-NF-DATA-EMISSAO <= WS-NF-DATA-FIM
                               PERFORM REGISTRA-NOTA-LIVRO
                           END-IF
                   END-READ
                END-PERFORM

                CLOSE NOTAS-FISCAIS

                MOVE SPACES TO WS-LINHA-LIVRO
                MOVE "TOTAIS POR UF DE DESTINO:" TO WS-LINHA-LIVRO
                WRITE REG-LIVRO-SAIDAS FROM WS-LINHA-LIVRO

                PERFORM VARYING WS-NF-IDX-UF FROM 1 BY 1
                     UNTIL WS-NF-IDX-UF > WS-NF-QTD-UF
                    MOVE SPACES TO WS-LINHA-LIVRO
                    STRING "UF: " DELIMITED BY SIZE
                           WS-NF-UF-SIGLA (WS-NF-IDX-UF)
                                                 DELIMITED BY SIZE
                           " CONTABIL: " DELIMITED BY SIZE
                           WS-NF-UF-CONTABIL (WS-NF-IDX-UF)
                                                 DELIMITED BY SIZE
                           " BASE: " DELIMITED BY SIZE
                           WS-NF-UF-BASE (WS-NF-IDX-UF)
                                                 DELIMITED BY SIZE
                           " ICMS: " DELIMITED BY SIZE
                           WS-NF-UF-ICMS (WS-NF-IDX-UF)
                                                 DELIMITED BY SIZE
                           INTO WS-LINHA-LIVRO
                    WRITE REG-LIVRO-SAIDAS FROM WS-LINHA-LIVRO
                END-PERFORM

                MOVE SPACES TO WS-LINHA-LIVRO
                MOVE "TOTAIS POR DIA:" TO WS-LINHA-LIVRO
                WRITE REG-LIVRO-SAIDAS FROM WS-LINHA-LIVRO

                PERFORM VARYING WS-NF-DIA FROM 1 BY 1
                     UNTIL WS-NF-DIA > 31
                    IF WS-NF-DIA-CONTABIL (WS-NF-DIA) > ZEROS
                        MOVE SPACES TO WS-LINHA-LIVRO
                        STRING "DIA: " DELIMITED BY SIZE
                               WS-NF-DIA DELIMITED BY SIZE
                               " CONTABIL: " DELIMITED BY SIZE
                               WS-NF-DIA-CONTABIL (WS-NF-DIA)
                                                 DELIMITED BY SIZE
                               " ICMS: " DELIMITED BY SIZE
                               WS-NF-DIA-ICMS (WS-NF-DIA)
                                                 DELIMITED BY SIZE
                               INTO WS-LINHA-LIVRO
                        WRITE REG-LIVRO-SAIDAS FROM WS-LINHA-LIVRO
                    END-IF
                END-PERFORM

                MOVE SPACES TO WS-LINHA-LIVRO
                STRING "NOTAS EMITIDAS: " DELIMITED BY SIZE
                       WS-NF-QTD-NOTAS DELIMITED BY SIZE
                       " CANCELADAS: " DELIMITED BY SIZE
                       WS-NF-QTD-CANC DELIMITED BY SIZE
                       INTO WS-LINHA-LIVRO
                WRITE REG-LIVRO-SAIDAS FROM WS-LINHA-LIVRO

                MOVE SPACES TO WS-LINHA-LIVRO
                STRING "TOTAL CONTABIL: " DELIMITED BY SIZE
                       WS-NF-TOT-CONTABIL DELIMITED BY SIZE
                       " BASE: " DELIMITED BY SIZE
                       WS-NF-TOT-BASE DELIMITED BY SIZE
                       " ICMS: " DELIMITED BY SIZE
                       WS-NF-TOT-IMPOSTO DELIMITED BY SIZE
                       INTO WS-LINHA-LIVRO
                WRITE REG-LIVRO-SAIDAS FROM WS-LINHA-LIVRO

                MOVE SPACES TO WS-LINHA-LIVRO
                MOVE "------------------------------------------------"
                                                 TO WS-LINHA-LIVRO
                WRITE REG-LIVRO-SAIDAS FROM WS-LINHA-LIVRO

                CLOSE LIVRO-SAIDAS

                DISPLAY "NOTAS EMITIDAS: " WS-NF-QTD-NOTAS
                        " CANCELADAS: " WS-NF-QTD-CANC
                DISPLAY "TOTAL CONTABIL: " WS-NF-TOT-CONTABIL
                DISPLAY "TOTAL ICMS: " WS-NF-TOT-IMPOSTO
                DISPLAY "LIVRO DE SAIDAS GERADO"
            END-IF.

           PERFORM MENU-NOTAS-FISCAIS.

           REGISTRA-NOTA-LIVRO.

           MOVE SPACES TO WS-LINHA-LIVRO
           STRING "NF: " DELIMITED BY SIZE
                  WS-NF-NUMERO DELIMITED BY SIZE
                  " DATA: " DELIMITED BY SIZE
                  WS-NF-DATA-EMISSAO DELIMITED BY SIZE
                  " UF: " DELIMITED BY SIZE
                  WS-NF-UF DELIMITED BY SIZE
                  " VALOR: " DELIMITED BY SIZE
                  WS-NF-VALOR-TOTAL DELIMITED BY SIZE
                  " ICMS: " DELIMITED BY SIZE
                  WS-NF-VALOR-ICMS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NF-SITUACAO DELIMITED BY SIZE
                  INTO WS-LINHA-LIVRO
           WRITE REG-LIVRO-SAIDAS FROM WS-LINHA-LIVRO

           IF WS-NF-SITUACAO EQUAL 'CANCELADA'
               ADD 1 TO WS-NF-QTD-CANC
           ELSE
               ADD 1 TO WS-NF-QTD-NOTAS
               ADD WS-NF-VALOR-TOTAL TO WS-NF-TOT-CONTABIL
               ADD WS-NF-BASE-ICMS TO WS-NF-TOT-BASE
               ADD WS-NF-VALOR-ICMS TO WS-NF-TOT-IMPOSTO

               COMPUTE WS-NF-DIA =
                          WS-NF-DATA-EMISSAO - WS-NF-DATA-INI + 1
               ADD WS-NF-VALOR-TOTAL TO WS-NF-DIA-CONTABIL (WS-NF-DIA)
               ADD WS-NF-VALOR-ICMS TO WS-NF-DIA-ICMS (WS-NF-DIA)

               PERFORM ACUMULA-UF-LIVRO
           END-IF.

           ACUMULA-UF-LIVRO.

           MOVE 'N' TO WS-REL-ACHOU
           PERFORM VARYING WS-NF-IDX-UF FROM 1 BY 1
                UNTIL WS-NF-IDX-UF > WS-NF-QTD-UF
               IF WS-NF-UF-SIGLA (WS-NF-IDX-UF) EQUAL WS-NF-UF
                   ADD WS-NF-VALOR-TOTAL TO
                                   WS-NF-UF-CONTABIL (WS-NF-IDX-UF)
                   ADD WS-NF-BASE-ICMS TO
                                   WS-NF-UF-BASE (WS-NF-IDX-UF)
                   ADD WS-NF-VALOR-ICMS TO
                                   WS-NF-UF-ICMS (WS-NF-IDX-UF)
                   MOVE 'S' TO WS-REL-ACHOU
               END-IF
           END-PERFORM

           IF WS-REL-ACHOU NOT EQUAL 'S'
               IF WS-NF-QTD-UF >= 30
                   DISPLAY "AVISO: LIMITE DE 30 UFS NO LIVRO "
                           "ATINGIDO - UF " WS-NF-UF
                           " NAO ENTROU NO SUBTOTAL"
               ELSE
                   ADD 1 TO WS-NF-QTD-UF
                   SET WS-NF-IDX-UF TO WS-NF-QTD-UF
                   MOVE WS-NF-UF TO WS-NF-UF-SIGLA (WS-NF-IDX-UF)
                   MOVE WS-NF-VALOR-TOTAL
                                   TO WS-NF-UF-CONTABIL (WS-NF-IDX-UF)
                   MOVE WS-NF-BASE-ICMS
                                   TO WS-NF-UF-BASE (WS-NF-IDX-UF)
                   MOVE WS-NF-VALOR-ICMS
                                   TO WS-NF-UF-ICMS (WS-NF-IDX-UF)
               END-IF
           END-IF.

           TABELA-ALIQUOTAS-ICMS.

           MOVE SPACES TO WS-ESCOLHA

           DISPLAY "----- TABELA DE ALIQUOTAS DE ICMS -----"
           DISPLAY "M - INCLUIR/ALTERAR ALIQUOTA DE UMA UF"
           DISPLAY "L - LISTAR ALIQUOTAS CADASTRADAS"
           ACCEPT WS-ESCOLHA

           OPEN I-O ALIQUOTAS-ICMS

           IF WS-FS-ALIQ EQUAL 35
               OPEN OUTPUT ALIQUOTAS-ICMS
               CLOSE ALIQUOTAS-ICMS
               OPEN I-O ALIQUOTAS-ICMS
           END-IF

           IF WS-ESCOLHA EQUAL 'M'
               MOVE SPACES TO WS-UPDATE
               DISPLAY "INFORME A UF"
               ACCEPT AL-UF
               READ ALIQUOTAS-ICMS RECORD INTO WS-REG-ALIQUOTAS-ICMS
                  KEY IS AL-UF
                  INVALID KEY
                      DISPLAY "UF SEM ALIQUOTA CADASTRADA - INCLUSAO"
                      MOVE 'I' TO WS-UPDATE
                  NOT INVALID KEY
                      DISPLAY "UF: " WS-AL-UF
                              " INTERNA: " WS-AL-ALIQ-INTERNA
                              " INTERESTADUAL: "
                              WS-AL-ALIQ-INTERESTADUAL
                              " EMITENTE: " WS-AL-EMITENTE
                      MOVE 'A' TO WS-UPDATE
               END-READ

               DISPLAY "INFORME A ALIQUOTA INTERNA (OPERACAO DENTRO "
                       "DA UF)"
               ACCEPT AL-ALIQ-INTERNA
               DISPLAY "INFORME A ALIQUOTA INTERESTADUAL (VENDA DO "
                       "EMITENTE PARA ESTA UF)"
               ACCEPT AL-ALIQ-INTERESTADUAL
               DISPLAY "ESTA E A UF DO EMITENTE? S OU N"
               ACCEPT AL-EMITENTE
               IF AL-EMITENTE NOT EQUAL 'S'
                   MOVE 'N' TO AL-EMITENTE
               END-IF

               IF WS-UPDATE EQUAL 'I'
                   WRITE REG-ALIQUOTAS-ICMS
                   MOVE 'INCLUSAO' TO WS-LOG-OPERACAO-PARM
               ELSE
                   REWRITE REG-ALIQUOTAS-ICMS
                   MOVE 'ALTERACAO' TO WS-LOG-OPERACAO-PARM
               END-IF

               IF WS-FS-ALIQ NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR A ALIQUOTA"
                   DISPLAY "FILE STATUS: " WS-FS-ALIQ
               ELSE
                   DISPLAY "ALIQUOTA GRAVADA COM SUCESSO!!"
                   MOVE 'ALIQUOTAS-ICMS' TO WS-LOG-ARQUIVO-PARM
                   MOVE ZEROS            TO WS-LOG-CHAVE-PARM
                   PERFORM GRAVA-LOG
               END-IF
           ELSE
               IF WS-ESCOLHA EQUAL 'L'
                   MOVE 'S' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'F'
                      READ ALIQUOTAS-ICMS NEXT RECORD
                                          INTO WS-REG-ALIQUOTAS-ICMS
                          AT END MOVE 'F' TO WS-EOF
                          NOT AT END
                              DISPLAY "UF: " WS-AL-UF
                                      " INTERNA: " WS-AL-ALIQ-INTERNA
                                      " INTERESTADUAL: "
                                      WS-AL-ALIQ-INTERESTADUAL
                                      " EMITENTE: " WS-AL-EMITENTE
                      END-READ
                   END-PERFORM
               ELSE
                   DISPLAY "OPCAO INVALIDA"
               END-IF
           END-IF

           CLOSE ALIQUOTAS-ICMS.

           PERFORM MENU-NOTAS-FISCAIS.

*******************************************************************************

           MENU-TABELA-PRECOS.

       MOVE SPACES TO WS-ESCOLHA

           DISPLAY "---------- TABELAS DE PRECO ---------"
           DISPLAY "SELECIONE UMA OPCAO ABAIXO"
           DISPLAY "I - INCLUSAO DE PRECO COM VIGENCIA"
           DISPLAY "A - ALTERACAO DE PRECO OU FIM DE VIGENCIA"
           DISPLAY "H - HISTORICO DE PRECOS DO PRODUTO"
           DISPLAY "P - MUDANCAS DE PRECO PROGRAMADAS (30 DIAS)"
           DISPLAY "V - VOLTAR AO MENU PRINCIPAL"
           ACCEPT WS-ESCOLHA.

           EVALUATE WS-ESCOLHA
               WHEN 'I'
                   PERFORM VERIFICA-SUPERVISOR
                   IF WS-ACESSO-NEGADO EQUAL 'S'
                       PERFORM MENU-TABELA-PRECOS
                   ELSE
                       PERFORM INCLUSAO-TABELA-PRECOS
                   END-IF
               WHEN 'A'
                   PERFORM VERIFICA-SUPERVISOR
                   IF WS-ACESSO-NEGADO EQUAL 'S'
                       PERFORM MENU-TABELA-PRECOS
                   ELSE
                       PERFORM ALTERACAO-TABELA-PRECOS
                   END-IF
               WHEN 'H'
                   PERFORM HISTORICO-PRECOS-PRODUTO
               WHEN 'P'
                   PERFORM RELATORIO-PRECOS-PROGRAMADOS
               WHEN 'V'
                   PERFORM MAIN-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   PERFORM MENU-TABELA-PRECOS
            END-EVALUATE.

           INCLUSAO-TABELA-PRECOS.

           MOVE SPACES TO WS-UPDATE

           DISPLAY "----- INCLUSAO DE PRECO NA TABELA -----"
           DISPLAY "INFORME O CODIGO DA TABELA (000 = PADRAO)"
           MOVE ZEROS TO TP-CODIGO-TABELA
           ACCEPT TP-CODIGO-TABELA
           DISPLAY "INFORME O CODIGO DO PRODUTO"
           ACCEPT TP-CODIGO-PRODUTO

           OPEN INPUT PRODUTOS
           MOVE TP-CODIGO-PRODUTO TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
              KEY IS CODIGO-PRODUTO
              INVALID KEY
                  DISPLAY "CODIGO DE PRODUTO INVALIDO"
                  DISPLAY "PRECO NAO GRAVADO"
              NOT INVALID KEY
                  DISPLAY "PRODUTO: " PRODUTO
                          " PRECO DE CADASTRO: " PRECO
                  MOVE 'S' TO WS-UPDATE
           END-READ
           CLOSE PRODUTOS

           IF WS-UPDATE EQUAL 'S'
               DISPLAY "INFORME O PRECO"
               ACCEPT TP-PRECO
               PERFORM UNTIL TP-PRECO NOT = ZERO
                   DISPLAY "O PRECO NAO PODE SER ZERO"
                   DISPLAY "INFORME O PRECO"
                   ACCEPT TP-PRECO
               END-PERFORM

               DISPLAY "INFORME O INICIO DA VIGENCIA (AAAAMMDD)"
               DISPLAY "OU PRESSIONE ENTER PARA A DATA ATUAL"
               MOVE ZEROS TO TP-DATA-INICIO
               ACCEPT TP-DATA-INICIO
               IF TP-DATA-INICIO EQUAL ZEROS
                   ACCEPT TP-DATA-INICIO FROM DATE YYYYMMDD
               END-IF

               DISPLAY "INFORME O FIM DA VIGENCIA (AAAAMMDD)"
               DISPLAY "OU PRESSIONE ENTER PARA VIGENCIA EM ABERTO"
               MOVE ZEROS TO TP-DATA-FIM
               ACCEPT TP-DATA-FIM

               IF TP-DATA-FIM NOT EQUAL ZEROS
                  AND TP-DATA-FIM < TP-DATA-INICIO
                   DISPLAY "FIM DA VIGENCIA ANTERIOR AO INICIO"
                   DISPLAY "PRECO NAO GRAVADO"
                   MOVE 'N' TO WS-UPDATE
               END-IF
           END-IF

           IF WS-UPDATE EQUAL 'S'
               ACCEPT TP-DATA-CADASTRO FROM DATE YYYYMMDD
               MOVE WS-OPERADOR-ATUAL TO TP-CODIGO-OPERADOR

               OPEN I-O TABELA-PRECOS

               IF WS-FS-TAB-PRECO EQUAL 35
                   OPEN OUTPUT TABELA-PRECOS
                   CLOSE TABELA-PRECOS
                   OPEN I-O TABELA-PRECOS
               END-IF

               WRITE REG-TABELA-PRECOS

               IF WS-FS-TAB-PRECO EQUAL 22
                   DISPLAY "JA EXISTE PRECO DESTA TABELA PARA O "
                           "PRODUTO COM ESTE INICIO DE VIGENCIA"
                   DISPLAY "USE A OPCAO DE ALTERACAO"
               ELSE
                IF WS-FS-TAB-PRECO NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR O PRECO"
                   DISPLAY "FILE STATUS: " WS-FS-TAB-PRECO
                ELSE
                   DISPLAY "PRECO GRAVADO COM SUCESSO!!"
                   MOVE 'TABELA-PRECOS'   TO WS-LOG-ARQUIVO-PARM
                   MOVE TP-CODIGO-PRODUTO TO WS-LOG-CHAVE-PARM
                   MOVE 'INCLUSAO'        TO WS-LOG-OPERACAO-PARM
                   PERFORM GRAVA-LOG
                END-IF
               END-IF

               CLOSE TABELA-PRECOS
           END-IF.

           PERFORM MENU-TABELA-PRECOS.

           ALTERACAO-TABELA-PRECOS.

           MOVE SPACES TO WS-UPDATE

           OPEN I-O TABELA-PRECOS

            IF WS-FS-TAB-PRECO NOT EQUAL ZEROS
                DISPLAY "NAO HA TABELAS DE PRECO CADASTRADAS"
                DISPLAY "FILE STATUS: " WS-FS-TAB-PRECO
            ELSE
                DISPLAY "----- ALTERACAO DE PRECO NA TABELA -----"
                DISPLAY "INFORME O CODIGO DO PRODUTO"
                ACCEPT TP-CODIGO-PRODUTO
                DISPLAY "INFORME O CODIGO DA TABELA (000 = PADRAO)"
                MOVE ZEROS TO TP-CODIGO-TABELA
                ACCEPT TP-CODIGO-TABELA
                DISPLAY "INFORME O INICIO DA VIGENCIA (AAAAMMDD)"
                ACCEPT TP-DATA-INICIO

                READ TABELA-PRECOS RECORD
                   KEY IS TP-CHAVE
                   INVALID KEY
                       DISPLAY "PRECO NAO ENCONTRADO NA TABELA"
                   NOT INVALID KEY
                       DISPLAY "PRECO: " TP-PRECO
                               " VIGENCIA: " TP-DATA-INICIO
                               " A " TP-DATA-FIM
                       MOVE 'S' TO WS-UPDATE
                END-READ

                IF WS-UPDATE EQUAL 'S'
                    ACCEPT WS-TP-HOJE FROM DATE YYYYMMDD
                    IF TP-DATA-INICIO <= WS-TP-HOJE
                        DISPLAY "PRECO JA EM VIGENCIA - SOMENTE O FIM "
                                "DA VIGENCIA PODE SER ALTERADO"
                        DISPLAY "PARA UM NOVO PRECO INCLUA UMA NOVA "
                                "VIGENCIA NA TABELA"
                    ELSE
                        MOVE TP-PRECO TO WS-TP-PRECO
                        DISPLAY "INFORME O NOVO PRECO"
                        DISPLAY "OU PRESSIONE ENTER PARA MANTER O ATUAL"
                        MOVE ZEROS TO TP-PRECO
                        ACCEPT TP-PRECO
                        IF TP-PRECO EQUAL ZEROS
                            MOVE WS-TP-PRECO TO TP-PRECO
                        END-IF
                    END-IF

                    MOVE TP-DATA-FIM TO WS-TP-LIMITE
                    DISPLAY "INFORME O NOVO FIM DA VIGENCIA (AAAAMMDD)"
                    DISPLAY "OU PRESSIONE ENTER PARA MANTER O ATUAL"
                    MOVE ZEROS TO TP-DATA-FIM
                    ACCEPT TP-DATA-FIM
                    IF TP-DATA-FIM EQUAL ZEROS
                        MOVE WS-TP-LIMITE TO TP-DATA-FIM
                    END-IF

                    IF TP-DATA-FIM NOT EQUAL ZEROS
                       AND TP-DATA-FIM < TP-DATA-INICIO
                        DISPLAY "FIM DA VIGENCIA ANTERIOR AO INICIO"
                        DISPLAY "ALTERACAO NAO GRAVADA"
                    ELSE
                        REWRITE REG-TABELA-PRECOS
                        IF WS-FS-TAB-PRECO NOT EQUAL ZEROS
                            DISPLAY "ERRO AO GRAVAR O PRECO"
                            DISPLAY "FILE STATUS: " WS-FS-TAB-PRECO
                        ELSE
                            DISPLAY "PRECO ALTERADO COM SUCESSO!!"
                            MOVE 'TABELA-PRECOS'
                                              TO WS-LOG-ARQUIVO-PARM
                            MOVE TP-CODIGO-PRODUTO
                                              TO WS-LOG-CHAVE-PARM
                            MOVE 'ALTERACAO'  TO WS-LOG-OPERACAO-PARM
                            PERFORM GRAVA-LOG
                        END-IF
                    END-IF
                END-IF

                CLOSE TABELA-PRECOS
            END-IF.

           PERFORM MENU-TABELA-PRECOS.

           HISTORICO-PRECOS-PRODUTO.

           DISPLAY "----- HISTORICO DE PRECOS DO PRODUTO -----"
           DISPLAY "INFORME O CODIGO DO PRODUTO"
           ACCEPT CODIGO-PRODUTO
           MOVE CODIGO-PRODUTO TO WS-TP-PRODUTO-PARM

           OPEN INPUT PRODUTOS
           READ PRODUTOS RECORD
              KEY IS CODIGO-PRODUTO
              INVALID KEY
                  DISPLAY "PRODUTO NAO CADASTRADO"
              NOT INVALID KEY
                  DISPLAY "PRODUTO: " PRODUTO
                          " PRECO DE CADASTRO: " PRECO
           END-READ
           CLOSE PRODUTOS

           OPEN INPUT TABELA-PRECOS

            IF WS-FS-TAB-PRECO NOT EQUAL ZEROS
                DISPLAY "NAO HA TABELAS DE PRECO CADASTRADAS"
                DISPLAY "FILE STATUS: " WS-FS-TAB-PRECO
            ELSE
                MOVE 'N' TO WS-TP-ACHOU
                MOVE WS-TP-PRODUTO-PARM TO TP-CODIGO-PRODUTO
                MOVE ZEROS TO TP-CODIGO-TABELA
                MOVE ZEROS TO TP-DATA-INICIO
                START TABELA-PRECOS KEY IS >= TP-CHAVE
                    INVALID KEY MOVE 'F' TO WS-TP-FIM
                    NOT INVALID KEY MOVE 'S' TO WS-TP-FIM
                END-START
                PERFORM UNTIL WS-TP-FIM = 'F'
                    READ TABELA-PRECOS NEXT RECORD
                        AT END MOVE 'F' TO WS-TP-FIM
                        NOT AT END
                          IF TP-CODIGO-PRODUTO NOT EQUAL
                                                  WS-TP-PRODUTO-PARM
                              MOVE 'F' TO WS-TP-FIM
                          ELSE
                              MOVE 'S' TO WS-TP-ACHOU
                              DISPLAY "TABELA: " TP-CODIGO-TABELA
                                      " PRECO: " TP-PRECO
                                      " DE " TP-DATA-INICIO
                                      " A " TP-DATA-FIM
                                      " CADASTRO: " TP-DATA-CADASTRO
                                      " OPERADOR: " TP-CODIGO-OPERADOR
                          END-IF
                    END-READ
                END-PERFORM
                IF WS-TP-ACHOU NOT EQUAL 'S'
                    DISPLAY "PRODUTO SEM PRECOS NAS TABELAS"
                END-IF
                CLOSE TABELA-PRECOS
            END-IF.

           PERFORM MENU-TABELA-PRECOS.

           RELATORIO-PRECOS-PROGRAMADOS.

           MOVE ZERO TO WS-TPP-QTD
           ACCEPT WS-TP-HOJE FROM DATE YYYYMMDD
           MOVE WS-TP-HOJE TO WS-VENC-DECOMP
           ADD 30 TO WS-VENC-DD
           COMPUTE WS-DM-ANO-MES-PARM =
                   (WS-VENC-AAAA * 100) + WS-VENC-MM
           PERFORM CALCULA-DIAS-MES
           PERFORM UNTIL WS-VENC-DD NOT > WS-DM-DIAS
               SUBTRACT WS-DM-DIAS FROM WS-VENC-DD
               ADD 1 TO WS-VENC-MM
               IF WS-VENC-MM > 12
                   MOVE 1 TO WS-VENC-MM
                   ADD 1 TO WS-VENC-AAAA
               END-IF
               COMPUTE WS-DM-ANO-MES-PARM =
                       (WS-VENC-AAAA * 100) + WS-VENC-MM
               PERFORM CALCULA-DIAS-MES
           END-PERFORM
           MOVE WS-VENC-DECOMP TO WS-TP-LIMITE

           OPEN INPUT TABELA-PRECOS

            IF WS-FS-TAB-PRECO NOT EQUAL ZEROS
                DISPLAY "NAO HA TABELAS DE PRECO CADASTRADAS"
                DISPLAY "FILE STATUS: " WS-FS-TAB-PRECO
            ELSE
                MOVE 'S' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'F'
                   READ TABELA-PRECOS NEXT RECORD
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           IF TP-DATA-INICIO > WS-TP-HOJE
                              AND TP-DATA-INICIO <= WS-TP-LIMITE
                               PERFORM GUARDA-PRECO-PROGRAMADO
                           END-IF
                   END-READ
                END-PERFORM

                CLOSE TABELA-PRECOS

                OPEN EXTEND RELATORIO-PRECOS

                IF WS-FS-REL-PRECO EQUAL 35
                    OPEN OUTPUT RELATORIO-PRECOS
                END-IF

                MOVE SPACES TO WS-LINHA-PRECOS
                STRING "----- MUDANCAS DE PRECO PROGRAMADAS DE "
                                                 DELIMITED BY SIZE
                       WS-TP-HOJE DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       WS-TP-LIMITE DELIMITED BY SIZE
                       " -----" DELIMITED BY SIZE
                       INTO WS-LINHA-PRECOS
                WRITE REG-RELATORIO-PRECOS FROM WS-LINHA-PRECOS

                PERFORM VARYING WS-TPP-IDX FROM 1 BY 1
                     UNTIL WS-TPP-IDX > WS-TPP-QTD
                    PERFORM IMPRIME-PRECO-PROGRAMADO
                END-PERFORM

                MOVE SPACES TO WS-LINHA-PRECOS
                STRING "MUDANCAS PROGRAMADAS: " DELIMITED BY SIZE
                       WS-TPP-QTD DELIMITED BY SIZE
                       INTO WS-LINHA-PRECOS
                WRITE REG-RELATORIO-PRECOS FROM WS-LINHA-PRECOS

                MOVE SPACES TO WS-LINHA-PRECOS
                MOVE "------------------------------------------------"
                                                 TO WS-LINHA-PRECOS
                WRITE REG-RELATORIO-PRECOS FROM WS-LINHA-PRECOS

                CLOSE RELATORIO-PRECOS

                DISPLAY "MUDANCAS PROGRAMADAS: " WS-TPP-QTD
                DISPLAY "RELATORIO DE PRECOS PROGRAMADOS GERADO"
            END-IF.

           PERFORM MENU-TABELA-PRECOS.

           GUARDA-PRECO-PROGRAMADO.

           IF WS-TPP-QTD >= 200
               DISPLAY "AVISO: LIMITE DE 200 MUDANCAS DE PRECO "
                       "ATINGIDO - PRODUTO " TP-CODIGO-PRODUTO
                       " NAO ENTROU NO RELATORIO"
           ELSE
               ADD 1 TO WS-TPP-QTD
               SET WS-TPP-IDX TO WS-TPP-QTD
               MOVE TP-CODIGO-PRODUTO TO WS-TPP-PRODUTO (WS-TPP-IDX)
               MOVE TP-CODIGO-TABELA TO WS-TPP-TABELA (WS-TPP-IDX)
               MOVE TP-DATA-INICIO TO WS-TPP-INICIO (WS-TPP-IDX)
               MOVE TP-PRECO TO WS-TPP-PRECO (WS-TPP-IDX)
           END-IF.

           IMPRIME-PRECO-PROGRAMADO.

           MOVE ZEROS TO WS-TP-PRECO-BASE-PARM
           OPEN INPUT PRODUTOS
           MOVE WS-TPP-PRODUTO (WS-TPP-IDX) TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
              KEY IS CODIGO-PRODUTO
              INVALID KEY
                  MOVE SPACES TO PRODUTO
              NOT INVALID KEY
                  MOVE PRECO TO WS-TP-PRECO-BASE-PARM
           END-READ
           CLOSE PRODUTOS

           MOVE WS-TPP-TABELA (WS-TPP-IDX) TO WS-TP-TABELA-PARM
           MOVE WS-TPP-PRODUTO (WS-TPP-IDX) TO WS-TP-PRODUTO-PARM
           MOVE WS-TP-HOJE TO WS-TP-DATA-PARM
           PERFORM OBTEM-PRECO-TABELA

           MOVE SPACES TO WS-LINHA-PRECOS
           STRING "TABELA: " DELIMITED BY SIZE
                  WS-TPP-TABELA (WS-TPP-IDX) DELIMITED BY SIZE
                  " PRODUTO: " DELIMITED BY SIZE
                  WS-TPP-PRODUTO (WS-TPP-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRODUTO DELIMITED BY SIZE
                  INTO WS-LINHA-PRECOS
           WRITE REG-RELATORIO-PRECOS FROM WS-LINHA-PRECOS

           MOVE SPACES TO WS-LINHA-PRECOS
           STRING "   A PARTIR DE " DELIMITED BY SIZE
                  WS-TPP-INICIO (WS-TPP-IDX) DELIMITED BY SIZE
                  " PRECO ATUAL: " DELIMITED BY SIZE
                  WS-TP-PRECO DELIMITED BY SIZE
                  " NOVO PRECO: " DELIMITED BY SIZE
                  WS-TPP-PRECO (WS-TPP-IDX) DELIMITED BY SIZE
                  INTO WS-LINHA-PRECOS
           WRITE REG-RELATORIO-PRECOS FROM WS-LINHA-PRECOS.

           OBTEM-TABELA-CLIENTE.

           MOVE ZEROS TO WS-CLI-TABELA

           OPEN INPUT CLIENTES

           IF WS-FS-CLIENTES EQUAL ZEROS
               MOVE WS-TP-CLIENTE-PARM TO CODIGO-CLIENTE
               READ CLIENTES RECORD
                  KEY IS CODIGO-CLIENTE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CODIGO-TABELA-PRECO TO WS-CLI-TABELA
               END-READ
               CLOSE CLIENTES
           END-IF.

           OBTEM-PRECO-TABELA.

           MOVE WS-TP-PRECO-BASE-PARM TO WS-TP-PRECO
           MOVE ZEROS TO WS-TP-TABELA-USADA
           MOVE 'N' TO WS-TP-ACHOU

           OPEN INPUT TABELA-PRECOS

           IF WS-FS-TAB-PRECO EQUAL ZEROS
               IF WS-TP-TABELA-PARM > ZEROS
                   MOVE WS-TP-TABELA-PARM TO WS-TP-TABELA-BUSCA
                   PERFORM BUSCA-PRECO-TABELA
               END-IF
               IF WS-TP-ACHOU NOT EQUAL 'S'
                   MOVE ZEROS TO WS-TP-TABELA-BUSCA
                   PERFORM BUSCA-PRECO-TABELA
               END-IF
               CLOSE TABELA-PRECOS
           END-IF.

           BUSCA-PRECO-TABELA.

           MOVE WS-TP-PRODUTO-PARM TO TP-CODIGO-PRODUTO
           MOVE WS-TP-TABELA-BUSCA TO TP-CODIGO-TABELA
           MOVE ZEROS TO TP-DATA-INICIO

           START TABELA-PRECOS KEY IS >= TP-CHAVE
               INVALID KEY MOVE 'F' TO WS-TP-FIM
               NOT INVALID KEY MOVE 'S' TO WS-TP-FIM
           END-START

           PERFORM UNTIL WS-TP-FIM = 'F'
               READ TABELA-PRECOS NEXT RECORD
                   AT END MOVE 'F' TO WS-TP-FIM
                   NOT AT END
                     IF TP-CODIGO-PRODUTO NOT EQUAL WS-TP-PRODUTO-PARM
                        OR TP-CODIGO-TABELA NOT EQUAL
                                                  WS-TP-TABELA-BUSCA
                        OR TP-DATA-INICIO > WS-TP-DATA-PARM
                         MOVE 'F' TO WS-TP-FIM
                     ELSE
                         IF TP-DATA-FIM EQUAL ZEROS
                            OR TP-DATA-FIM >= WS-TP-DATA-PARM
                             MOVE TP-PRECO TO WS-TP-PRECO
                             MOVE TP-CODIGO-TABELA
                                             TO WS-TP-TABELA-USADA
                             MOVE 'S' TO WS-TP-ACHOU
                         END-IF
                     END-IF
               END-READ
           END-PERFORM.

           VERIFICA-PRECO-MINIMO.

           MOVE 'N' TO WS-TP-LIBERADO

           IF WS-TP-PRECO-INFORMADO EQUAL ZEROS
               MOVE WS-TP-PRECO TO WS-TP-PRECO-INFORMADO
           ELSE
               IF WS-TP-PRECO-INFORMADO < WS-TP-PRECO
                   DISPLAY "PRECO ABAIXO DA TABELA - REQUER "
                           "LIBERACAO DO SUPERVISOR"
                   PERFORM VERIFICA-SUPERVISOR
                   IF WS-ACESSO-NEGADO EQUAL 'S'
                       DISPLAY "MANTIDO O PRECO DE TABELA: "
                               WS-TP-PRECO
                       MOVE WS-TP-PRECO TO WS-TP-PRECO-INFORMADO
                   ELSE
                       DISPLAY "PRECO LIBERADO PELO SUPERVISOR"
                       MOVE 'S' TO WS-TP-LIBERADO
                   END-IF
               END-IF
           END-IF.

*******************************************************************************

           MENU-FECHAMENTO-MENSAL.

       MOVE SPACES TO WS-ESCOLHA

           DISPLAY "---------- FECHAMENTO MENSAL ---------"
           DISPLAY "SELECIONE UMA OPCAO ABAIXO"
           DISPLAY "F - FECHAMENTO DO MES E FOTO DO ESTOQUE"
           DISPLAY "R - REABERTURA DE MES FECHADO"
           DISPLAY "C - CONSULTA DOS MESES FECHADOS"
           DISPLAY "V - VOLTAR AO MENU PRINCIPAL"
           ACCEPT WS-ESCOLHA.

           EVALUATE WS-ESCOLHA
               WHEN 'F'
                   PERFORM VERIFICA-SUPERVISOR
                   IF WS-ACESSO-NEGADO EQUAL 'S'
                       PERFORM MENU-FECHAMENTO-MENSAL
                   ELSE
                       PERFORM FECHAMENTO-MES
                   END-IF
               WHEN 'R'
                   PERFORM VERIFICA-SUPERVISOR
                   IF WS-ACESSO-NEGADO EQUAL 'S'
                       PERFORM MENU-FECHAMENTO-MENSAL
                   ELSE
                       PERFORM REABERTURA-MES
                   END-IF
               WHEN 'C'
                   PERFORM CONSULTA-FECHAMENTOS-MES
               WHEN 'V'
                   PERFORM MAIN-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   PERFORM MENU-FECHAMENTO-MENSAL
            END-EVALUATE.

           FECHAMENTO-MES.

           MOVE SPACES TO WS-PED-ERRO
           MOVE 'N' TO WS-FM-ACHOU

           DISPLAY "----- FECHAMENTO MENSAL -----"
           DISPLAY "INFORME O MES A FECHAR (AAAAMM)"
           ACCEPT WS-FM-MES

           MOVE WS-FM-MES TO WS-DM-ANO-MES-PARM
           PERFORM CALCULA-DIAS-MES
           IF WS-DM-DIAS EQUAL ZEROS
               DISPLAY "MES INVALIDO"
               MOVE 'S' TO WS-PED-ERRO
           END-IF

           IF WS-PED-ERRO NOT EQUAL 'S'
               OPEN INPUT FECHAMENTO-MENSAL
               IF WS-FS-FECHA-MES EQUAL ZEROS
                   MOVE WS-FM-MES TO FM-ANO-MES
                   READ FECHAMENTO-MENSAL RECORD
                      KEY IS FM-ANO-MES
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE 'S' TO WS-FM-ACHOU
                          IF FM-SITUACAO EQUAL 'FECHADO'
                              DISPLAY "MES " WS-FM-MES
                                      " JA FECHADO EM " FM-DATA-HORA
                              DISPLAY "FECHAMENTO NAO PERMITIDO"
                              MOVE 'S' TO WS-PED-ERRO
                          END-IF
                   END-READ
                   CLOSE FECHAMENTO-MENSAL
               END-IF
           END-IF

           IF WS-PED-ERRO NOT EQUAL 'S'
               PERFORM VERIFICA-DIAS-FECHADOS
               IF WS-FM-DIAS-FALTANDO > ZEROS
                   DISPLAY WS-FM-DIAS-FALTANDO
                           " DIA(S) DO MES SEM FECHAMENTO DIARIO"
                   DISPLAY "FECHAMENTO DO MES NAO PERMITIDO"
                   MOVE 'S' TO WS-PED-ERRO
               END-IF
           END-IF

           IF WS-PED-ERRO NOT EQUAL 'S'
               PERFORM PROCESSA-FECHAMENTO-MES
           END-IF.

           PERFORM MENU-FECHAMENTO-MENSAL.

           VERIFICA-DIAS-FECHADOS.

           MOVE ZEROS TO WS-FM-DIAS-FALTANDO

           OPEN INPUT FECHAMENTO-CONTROLE

           IF WS-FS-FECHA-CTRL NOT EQUAL ZEROS
               DISPLAY "NENHUM DIA FECHADO NO MES " WS-FM-MES
               MOVE WS-DM-DIAS TO WS-FM-DIAS-FALTANDO
           ELSE
               PERFORM VARYING WS-FM-DIA FROM 1 BY 1
                    UNTIL WS-FM-DIA > WS-DM-DIAS
                   COMPUTE WS-FM-DATA-DIA =
                              (WS-FM-MES * 100) + WS-FM-DIA
                   MOVE WS-FM-DATA-DIA TO FC-DATA
                   READ FECHAMENTO-CONTROLE RECORD
                      KEY IS FC-DATA
                      INVALID KEY
                          ADD 1 TO WS-FM-DIAS-FALTANDO
                          DISPLAY "DIA " WS-FM-DATA-DIA
                                  " SEM FECHAMENTO DIARIO"
                   END-READ
               END-PERFORM
               CLOSE FECHAMENTO-CONTROLE
           END-IF.

           PROCESSA-FECHAMENTO-MES.

           MOVE ZEROS TO WS-FM-TOT-VALOR
           MOVE ZEROS TO WS-FM-TOT-ENTRADAS
           MOVE ZEROS TO WS-FM-TOT-SAIDAS
           MOVE ZEROS TO WS-FM-QTD-PROD
           MOVE ZEROS TO WS-FM-QTD-DIVERG

           COMPUTE WS-FM-DATA-INI = (WS-FM-MES * 100) + 1
           COMPUTE WS-FM-DATA-FIM = (WS-FM-MES * 100) + 31
           IF WS-MT-MES-MM EQUAL 1
               COMPUTE WS-FM-MES-ANT = WS-FM-MES - 89
           ELSE
               COMPUTE WS-FM-MES-ANT = WS-FM-MES - 1
           END-IF

           ACCEPT WS-LOG-DATA FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA FROM TIME

           MOVE SPACES TO WS-FM-DH
           STRING WS-LOG-DATA DELIMITED BY SIZE
                  WS-LOG-HORA DELIMITED BY SIZE
                  INTO WS-FM-DH

           OPEN I-O ESTOQUE-MENSAL

           IF WS-FS-EST-MES EQUAL 35
               OPEN OUTPUT ESTOQUE-MENSAL
               CLOSE ESTOQUE-MENSAL
               OPEN I-O ESTOQUE-MENSAL
           END-IF

           OPEN EXTEND RELATORIO-FECHA-MES

           IF WS-FS-REL-FMES EQUAL 35
               OPEN OUTPUT RELATORIO-FECHA-MES
           END-IF

           MOVE SPACES TO WS-LINHA-FECHA-MES
           STRING "----- FECHAMENTO DO MES " DELIMITED BY SIZE
                  WS-FM-MES DELIMITED BY SIZE
                  " - MOVIMENTACAO DE ESTOQUE -----" DELIMITED BY SIZE
                  INTO WS-LINHA-FECHA-MES
           WRITE REG-RELATORIO-FECHA-MES FROM WS-LINHA-FECHA-MES

           MOVE SPACES TO WS-LINHA-FECHA-MES
           MOVE "ABERTURA + ENTRADAS - SAIDAS = FECHAMENTO"
                                        TO WS-LINHA-FECHA-MES
           WRITE REG-RELATORIO-FECHA-MES FROM WS-LINHA-FECHA-MES

           OPEN INPUT PRODUTOS

           IF WS-FS-PRODUTOS NOT EQUAL ZEROS
               DISPLAY "CADASTRO DE PRODUTOS NAO ENCONTRADO"
               DISPLAY "FILE STATUS: " WS-FS-PRODUTOS
           ELSE
               MOVE 'S' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'F'
                  READ PRODUTOS NEXT RECORD INTO WS-REG-PRODUTOS
                      AT END MOVE 'F' TO WS-EOF
                      NOT AT END
                          PERFORM FOTOGRAFA-PRODUTO-MES
                  END-READ
               END-PERFORM
               CLOSE PRODUTOS
           END-IF

           MOVE SPACES TO WS-LINHA-FECHA-MES
           STRING "PRODUTOS: " DELIMITED BY SIZE
                  WS-FM-QTD-PROD DELIMITED BY SIZE
                  " ENTRADAS: " DELIMITED BY SIZE
                  WS-FM-TOT-ENTRADAS DELIMITED BY SIZE
                  " SAIDAS: " DELIMITED BY SIZE
                  WS-FM-TOT-SAIDAS DELIMITED BY SIZE
                  INTO WS-LINHA-FECHA-MES
           WRITE REG-RELATORIO-FECHA-MES FROM WS-LINHA-FECHA-MES

           MOVE SPACES TO WS-LINHA-FECHA-MES
           STRING "VALOR DO ESTOQUE NO FECHAMENTO: " DELIMITED BY SIZE
                  WS-FM-TOT-VALOR DELIMITED BY SIZE
                  INTO WS-LINHA-FECHA-MES
           WRITE REG-RELATORIO-FECHA-MES FROM WS-LINHA-FECHA-MES

           IF WS-FM-QTD-DIVERG > ZEROS
               MOVE SPACES TO WS-LINHA-FECHA-MES
               STRING "PRODUTOS COM ABERTURA DIFERENTE DO MES "
                                                  DELIMITED BY SIZE
                      "ANTERIOR: " DELIMITED BY SIZE
                      WS-FM-QTD-DIVERG DELIMITED BY SIZE
                      INTO WS-LINHA-FECHA-MES
               WRITE REG-RELATORIO-FECHA-MES FROM WS-LINHA-FECHA-MES
           END-IF

           CLOSE ESTOQUE-MENSAL

           OPEN I-O FECHAMENTO-MENSAL

           IF WS-FS-FECHA-MES EQUAL 35
               OPEN OUTPUT FECHAMENTO-MENSAL
               CLOSE FECHAMENTO-MENSAL
               OPEN I-O FECHAMENTO-MENSAL
           END-IF

           MOVE WS-FM-MES         TO FM-ANO-MES
           MOVE 'FECHADO'         TO FM-SITUACAO
           MOVE WS-FM-DH          TO FM-DATA-HORA
           MOVE WS-OPERADOR-ATUAL TO FM-OPERADOR
           MOVE WS-FM-QTD-PROD    TO FM-QTD-PRODUTOS
           MOVE WS-FM-TOT-VALOR   TO FM-VALOR-ESTOQUE
           MOVE SPACES            TO FM-DATA-HORA-REAB
           MOVE ZEROS             TO FM-OPERADOR-REAB

           IF WS-FM-ACHOU EQUAL 'S'
               REWRITE REG-FECHAMENTO-MENSAL
           ELSE
               WRITE REG-FECHAMENTO-MENSAL
           END-IF

           IF WS-FS-FECHA-MES NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR O FECHAMENTO DO MES"
               DISPLAY "FILE STATUS: " WS-FS-FECHA-MES
           ELSE
               DISPLAY "MES " WS-FM-MES " FECHADO COM SUCESSO!!"
               DISPLAY "PRODUTOS: " WS-FM-QTD-PROD
                       " VALOR DO ESTOQUE: " WS-FM-TOT-VALOR
               DISPLAY "LANCAMENTOS NO MES ESTAO BLOQUEADOS"
               MOVE SPACES TO WS-LINHA-FECHA-MES
               STRING "FECHADO EM: " DELIMITED BY SIZE
                      WS-FM-DH DELIMITED BY SIZE
                      " OPERADOR: " DELIMITED BY SIZE
                      WS-OPERADOR-ATUAL DELIMITED BY SIZE
                      INTO WS-LINHA-FECHA-MES
               WRITE REG-RELATORIO-FECHA-MES FROM WS-LINHA-FECHA-MES
               MOVE 'FECHA-MES'  TO WS-LOG-ARQUIVO-PARM
               MOVE WS-FM-MES    TO WS-LOG-CHAVE-PARM
               MOVE 'FECHAMENTO' TO WS-LOG-OPERACAO-PARM
               PERFORM GRAVA-LOG
           END-IF

           CLOSE FECHAMENTO-MENSAL

           MOVE SPACES TO WS-LINHA-FECHA-MES
           MOVE "------------------------------------------------"
                                        TO WS-LINHA-FECHA-MES
           WRITE REG-RELATORIO-FECHA-MES FROM WS-LINHA-FECHA-MES

           CLOSE RELATORIO-FECHA-MES.

           FOTOGRAFA-PRODUTO-MES.

           MOVE ZEROS TO WS-FM-ENTRADAS
           MOVE ZEROS TO WS-FM-SAIDAS
           MOVE ZEROS TO WS-FM-ENT-POS
           MOVE ZEROS TO WS-FM-SAI-POS

           OPEN INPUT MOVTO-ESTOQUE

           IF WS-FS-MOVTO EQUAL ZEROS
               MOVE 'S' TO WS-FM-FIM
               PERFORM UNTIL WS-FM-FIM = 'F'
                  READ MOVTO-ESTOQUE
                      AT END MOVE 'F' TO WS-FM-FIM
                      NOT AT END
                          IF MV-CODIGO-PRODUTO EQUAL WS-CODIGO-PRODUTO
                             AND MV-DATA-MOVTO NUMERIC
                              PERFORM ACUMULA-MOVTO-MES
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE MOVTO-ESTOQUE
           END-IF

           COMPUTE WS-FM-FECHAMENTO =
              WS-QTDE-ESTOQUE - WS-FM-ENT-POS + WS-FM-SAI-POS
           COMPUTE WS-FM-ABERTURA =
              WS-FM-FECHAMENTO - WS-FM-ENTRADAS + WS-FM-SAIDAS

           MOVE ZEROS TO WS-FM-VALOR
           IF WS-FM-FECHAMENTO > ZEROS
               COMPUTE WS-FM-VALOR ROUNDED =
                  WS-FM-FECHAMENTO * WS-CUSTO-MEDIO
           END-IF

           ADD 1 TO WS-FM-QTD-PROD
           ADD WS-FM-VALOR TO WS-FM-TOT-VALOR
           ADD WS-FM-ENTRADAS TO WS-FM-TOT-ENTRADAS
           ADD WS-FM-SAIDAS TO WS-FM-TOT-SAIDAS

           MOVE WS-FM-ABERTURA TO WS-FM-ABERT-ED
           MOVE WS-FM-FECHAMENTO TO WS-FM-FECH-ED

           MOVE WS-FM-MES-ANT TO SE-ANO-MES
           MOVE WS-CODIGO-PRODUTO TO SE-CODIGO-PRODUTO
           MOVE 'N' TO WS-FM-DIVERGE
           READ ESTOQUE-MENSAL RECORD
              KEY IS SE-CHAVE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  IF SE-QTDE-ESTOQUE NOT EQUAL WS-FM-ABERTURA
                      MOVE 'S' TO WS-FM-DIVERGE
                  END-IF
           END-READ

           MOVE WS-FM-MES          TO SE-ANO-MES
           MOVE WS-CODIGO-PRODUTO  TO SE-CODIGO-PRODUTO
           MOVE WS-PRODUTO         TO SE-PRODUTO
           MOVE WS-FM-ABERTURA     TO SE-QTDE-ABERTURA
           MOVE WS-FM-ENTRADAS     TO SE-QTDE-ENTRADAS
           MOVE WS-FM-SAIDAS       TO SE-QTDE-SAIDAS
           MOVE WS-FM-FECHAMENTO   TO SE-QTDE-ESTOQUE
           MOVE WS-CUSTO-MEDIO     TO SE-CUSTO-MEDIO
           MOVE WS-FM-VALOR        TO SE-VALOR-ESTOQUE

           WRITE REG-ESTOQUE-MENSAL
           IF WS-FS-EST-MES EQUAL 22
               REWRITE REG-ESTOQUE-MENSAL
           END-IF
           IF WS-FS-EST-MES NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR A FOTO DO ESTOQUE DO PRODUTO "
                       WS-CODIGO-PRODUTO
               DISPLAY "FILE STATUS: " WS-FS-EST-MES
           END-IF

           MOVE SPACES TO WS-LINHA-FECHA-MES
           STRING "PRODUTO: " DELIMITED BY SIZE
                  WS-CODIGO-PRODUTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRODUTO DELIMITED BY SIZE
                  INTO WS-LINHA-FECHA-MES
           WRITE REG-RELATORIO-FECHA-MES FROM WS-LINHA-FECHA-MES

           MOVE SPACES TO WS-LINHA-FECHA-MES
           STRING "  " DELIMITED BY SIZE
                  WS-FM-ABERT-ED DELIMITED BY SIZE
                  " + " DELIMITED BY SIZE
                  SE-QTDE-ENTRADAS DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  SE-QTDE-SAIDAS DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  WS-FM-FECH-ED DELIMITED BY SIZE
                  " VALOR: " DELIMITED BY SIZE
                  WS-FM-VALOR DELIMITED BY SIZE
                  INTO WS-LINHA-FECHA-MES
           WRITE REG-RELATORIO-FECHA-MES FROM WS-LINHA-FECHA-MES

           IF WS-FM-DIVERGE EQUAL 'S'
               ADD 1 TO WS-FM-QTD-DIVERG
               MOVE SPACES TO WS-LINHA-FECHA-MES
               STRING "  *** ABERTURA DIFERE DO FECHAMENTO DE "
                                                  DELIMITED BY SIZE
                      WS-FM-MES-ANT DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO WS-LINHA-FECHA-MES
               WRITE REG-RELATORIO-FECHA-MES FROM WS-LINHA-FECHA-MES
           END-IF.

           ACUMULA-MOVTO-MES.

           IF MV-DATA-MOVTO >= WS-FM-DATA-INI
              AND MV-DATA-MOVTO <= WS-FM-DATA-FIM
               ADD MV-QTDE-ENTRADA TO WS-FM-ENTRADAS
               ADD MV-QTDE-SAIDA TO WS-FM-SAIDAS
           END-IF

           IF MV-DATA-MOVTO > WS-FM-DATA-FIM
               ADD MV-QTDE-ENTRADA TO WS-FM-ENT-POS
               ADD MV-QTDE-SAIDA TO WS-FM-SAI-POS
           END-IF.

           REABERTURA-MES.

           DISPLAY "----- REABERTURA DE MES FECHADO -----"
           DISPLAY "INFORME O MES A REABRIR (AAAAMM)"
           ACCEPT WS-FM-MES

           OPEN I-O FECHAMENTO-MENSAL

            IF WS-FS-FECHA-MES NOT EQUAL ZEROS
                DISPLAY "NENHUM MES FECHADO"
            ELSE
                MOVE WS-FM-MES TO FM-ANO-MES
                READ FECHAMENTO-MENSAL RECORD
                   KEY IS FM-ANO-MES
                   INVALID KEY
                       DISPLAY "MES " WS-FM-MES " NAO FOI FECHADO"
                   NOT INVALID KEY
                     IF FM-SITUACAO NOT EQUAL 'FECHADO'
                         DISPLAY "MES " WS-FM-MES " JA REABERTO EM "
                                 FM-DATA-HORA-REAB
                     ELSE
                       DISPLAY "MES: " FM-ANO-MES
                               " FECHADO EM: " FM-DATA-HORA
                               " OPERADOR: " FM-OPERADOR
                       MOVE SPACES TO WS-ESCOLHA
                       DISPLAY "CONFIRMA A REABERTURA DO MES? S OU N"
                       ACCEPT WS-ESCOLHA
                       IF WS-ESCOLHA EQUAL 'S'
                           ACCEPT WS-LOG-DATA FROM DATE YYYYMMDD
                           ACCEPT WS-LOG-HORA FROM TIME
                           MOVE SPACES TO WS-FM-DH
                           STRING WS-LOG-DATA DELIMITED BY SIZE
                                  WS-LOG-HORA DELIMITED BY SIZE
                                  INTO WS-FM-DH
                           MOVE 'REABERTO'        TO FM-SITUACAO
                           MOVE WS-FM-DH          TO FM-DATA-HORA-REAB
                           MOVE WS-OPERADOR-ATUAL TO FM-OPERADOR-REAB
                           REWRITE REG-FECHAMENTO-MENSAL
                           IF WS-FS-FECHA-MES NOT EQUAL ZEROS
                               DISPLAY "ERRO AO GRAVAR A REABERTURA"
                               DISPLAY "FILE STATUS: " WS-FS-FECHA-MES
                           ELSE
                               DISPLAY "MES " WS-FM-MES
                                       " REABERTO COM SUCESSO!!"
                               DISPLAY "LANCAMENTOS LIBERADOS ATE O "
                                       "PROXIMO FECHAMENTO DO MES"
                               MOVE 'FECHA-MES'  TO WS-LOG-ARQUIVO-PARM
                               MOVE WS-FM-MES    TO WS-LOG-CHAVE-PARM
                               MOVE 'REABERTURA' TO WS-LOG-OPERACAO-PARM
                               PERFORM GRAVA-LOG
                           END-IF
                       ELSE
                           DISPLAY "REABERTURA CANCELADA"
                       END-IF
                     END-IF
                END-READ
                CLOSE FECHAMENTO-MENSAL
            END-IF.

           PERFORM MENU-FECHAMENTO-MENSAL.

           CONSULTA-FECHAMENTOS-MES.

           OPEN INPUT FECHAMENTO-MENSAL

            IF WS-FS-FECHA-MES NOT EQUAL ZEROS
                DISPLAY "NENHUM MES FECHADO"
            ELSE
                MOVE 'S' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'F'
                   READ FECHAMENTO-MENSAL NEXT RECORD
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                         DISPLAY "MES: " FM-ANO-MES
                                 " SITUACAO: " FM-SITUACAO
                                 " FECHADO EM: " FM-DATA-HORA
                                 " OPERADOR: " FM-OPERADOR
                         DISPLAY "   PRODUTOS: " FM-QTD-PRODUTOS
                                 " VALOR DO ESTOQUE: " FM-VALOR-ESTOQUE
                         IF FM-SITUACAO EQUAL 'REABERTO'
                             DISPLAY "   REABERTO EM: "
                                     FM-DATA-HORA-REAB
                                     " OPERADOR: " FM-OPERADOR-REAB
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE FECHAMENTO-MENSAL
            END-IF.

           PERFORM MENU-FECHAMENTO-MENSAL.

           VERIFICA-PERIODO-FECHADO.

           MOVE 'N' TO WS-PER-BLOQUEADO
           DIVIDE WS-PER-DATA-PARM BY 100 GIVING WS-PER-ANO-MES

           OPEN INPUT FECHAMENTO-MENSAL

           IF WS-FS-FECHA-MES EQUAL ZEROS
               MOVE WS-PER-ANO-MES TO FM-ANO-MES
               READ FECHAMENTO-MENSAL RECORD
                  KEY IS FM-ANO-MES
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF FM-SITUACAO EQUAL 'FECHADO'
                          MOVE 'S' TO WS-PER-BLOQUEADO
                      END-IF
               END-READ
               CLOSE FECHAMENTO-MENSAL
           END-IF.

*******************************************************************************

           MENU-BACKUP.

       MOVE SPACES TO WS-ESCOLHA

           DISPLAY "---------- BACKUP E RESTAURACAO ---------"
           DISPLAY "SELECIONE UMA OPCAO ABAIXO"
           DISPLAY "B - BACKUP DOS ARQUIVOS DE DADOS"
           DISPLAY "L - LISTA DAS GERACOES DE BACKUP"
           DISPLAY "R - RESTAURACAO DE UMA GERACAO (SUPERVISOR)"
           DISPLAY "P - PARAMETROS DO BACKUP (SUPERVISOR)"
           DISPLAY "V - VOLTAR AO MENU PRINCIPAL"
           ACCEPT WS-ESCOLHA.

           EVALUATE WS-ESCOLHA
               WHEN 'B'
                   PERFORM BACKUP-ARQUIVOS
               WHEN 'L'
                   PERFORM LISTA-GERACOES-BACKUP
               WHEN 'R'
                   PERFORM VERIFICA-SUPERVISOR
                   IF WS-ACESSO-NEGADO EQUAL 'S'
                       PERFORM MENU-BACKUP
                   ELSE
                       PERFORM RESTAURA-BACKUP
                   END-IF
               WHEN 'P'
                   PERFORM VERIFICA-SUPERVISOR
                   IF WS-ACESSO-NEGADO EQUAL 'S'
                       PERFORM MENU-BACKUP
                   ELSE
                       PERFORM PARAMETROS-BACKUP
                   END-IF
               WHEN 'V'
                   PERFORM MAIN-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   PERFORM MENU-BACKUP
            END-EVALUATE.

           BACKUP-ARQUIVOS.

           PERFORM EXECUTA-BACKUP.

           PERFORM MENU-BACKUP.

           LISTA-GERACOES-BACKUP.

           PERFORM MOSTRA-GERACOES-BACKUP.

           PERFORM MENU-BACKUP.

           LE-PARAMETROS-BACKUP.

           MOVE 5 TO WS-BKP-GERACOES
           MOVE 'N' TO WS-BKP-AUTOMATICO

           OPEN INPUT PARAMETROS

           IF WS-FS-PARAM EQUAL ZEROS
               MOVE 'BACKUP' TO PAR-CHAVE
               READ PARAMETROS RECORD
                  KEY IS PAR-CHAVE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF PAR-BKP-GERACOES IS NUMERIC
                         AND PAR-BKP-GERACOES > ZEROS
                          MOVE PAR-BKP-GERACOES TO WS-BKP-GERACOES
                      END-IF
                      IF PAR-BKP-AUTOMATICO EQUAL 'S'
                          MOVE 'S' TO WS-BKP-AUTOMATICO
                      END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

           PARAMETROS-BACKUP.

           PERFORM LE-PARAMETROS-BACKUP

           DISPLAY "----- PARAMETROS DO BACKUP -----"
           DISPLAY "GERACOES MANTIDAS ATUAL:         " WS-BKP-GERACOES
           DISPLAY "BACKUP AUTOMATICO NO FECHAMENTO: " WS-BKP-AUTOMATICO

           OPEN I-O PARAMETROS

           IF WS-FS-PARAM EQUAL 35
               OPEN OUTPUT PARAMETROS
               CLOSE PARAMETROS
               OPEN I-O PARAMETROS
           END-IF

           IF WS-FS-PARAM NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PARAMETROS"
               DISPLAY "FILE STATUS: " WS-FS-PARAM
           ELSE
               MOVE SPACES TO WS-UPDATE
               MOVE 'BACKUP' TO PAR-CHAVE
               READ PARAMETROS RECORD
                  KEY IS PAR-CHAVE
                  INVALID KEY
                      MOVE 'I' TO WS-UPDATE
                      MOVE SPACES TO PAR-DADOS
                  NOT INVALID KEY
                      MOVE 'A' TO WS-UPDATE
               END-READ

               MOVE SPACES TO WS-PED-ERRO
               DISPLAY "INFORME QUANTAS GERACOES MANTER (01 A 99)"
               ACCEPT PAR-BKP-GERACOES
               IF PAR-BKP-GERACOES NOT NUMERIC
                  OR PAR-BKP-GERACOES EQUAL ZEROS
                   DISPLAY "QUANTIDADE DE GERACOES INVALIDA"
                   MOVE 'S' TO WS-PED-ERRO
               END-IF

               IF WS-PED-ERRO NOT EQUAL 'S'
                   DISPLAY "BACKUP AUTOMATICO NO FECHAMENTO DO DIA? S/N"
                   ACCEPT PAR-BKP-AUTOMATICO
                   IF PAR-BKP-AUTOMATICO NOT EQUAL 'S'
                      AND PAR-BKP-AUTOMATICO NOT EQUAL 'N'
                       DISPLAY "OPCAO INVALIDA"
                       MOVE 'S' TO WS-PED-ERRO
                   END-IF
               END-IF

               IF WS-PED-ERRO NOT EQUAL 'S'
                   IF WS-UPDATE EQUAL 'I'
                       WRITE REG-PARAMETROS
                       MOVE 'INCLUSAO' TO WS-LOG-OPERACAO-PARM
                   ELSE
                       REWRITE REG-PARAMETROS
                       MOVE 'ALTERACAO' TO WS-LOG-OPERACAO-PARM
                   END-IF

                   IF WS-FS-PARAM NOT EQUAL ZEROS
                       DISPLAY "ERRO AO GRAVAR OS PARAMETROS"
                       DISPLAY "FILE STATUS: " WS-FS-PARAM
                   ELSE
                       DISPLAY "PARAMETROS GRAVADOS COM SUCESSO!!"
                       MOVE 'PARAMETROS' TO WS-LOG-ARQUIVO-PARM
                       MOVE ZEROS        TO WS-LOG-CHAVE-PARM
                       PERFORM GRAVA-LOG
                   END-IF
               END-IF

               CLOSE PARAMETROS
           END-IF.

           PERFORM MENU-BACKUP.

           OFERECE-BACKUP-FECHAMENTO.

           PERFORM LE-PARAMETROS-BACKUP

           IF WS-BKP-AUTOMATICO EQUAL 'S'
               PERFORM EXECUTA-BACKUP
           ELSE
               MOVE SPACES TO WS-BKP-CONFIRMA
               DISPLAY "DESEJA EXECUTAR O BACKUP DOS ARQUIVOS? S/N"
               ACCEPT WS-BKP-CONFIRMA
               IF WS-BKP-CONFIRMA EQUAL 'S'
                   PERFORM EXECUTA-BACKUP
               END-IF
           END-IF.

           EXECUTA-BACKUP.

           MOVE SPACES TO WS-BKP-ERRO

           PERFORM LE-PARAMETROS-BACKUP

           DISPLAY "----- BACKUP DOS ARQUIVOS DE DADOS -----"

           OPEN I-O BACKUP-CONTROLE

           IF WS-FS-BKP-CTRL EQUAL 35
               OPEN OUTPUT BACKUP-CONTROLE
               CLOSE BACKUP-CONTROLE
               OPEN I-O BACKUP-CONTROLE
           END-IF

           IF WS-FS-BKP-CTRL NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O CONTROLE DE BACKUP"
               DISPLAY "FILE STATUS: " WS-FS-BKP-CTRL
           ELSE
               PERFORM CARREGA-GERACOES-BACKUP
               PERFORM DEFINE-SLOT-BACKUP
               IF WS-BKP-SLOT EQUAL ZEROS
                   DISPLAY "NAO HA COPIA LIVRE PARA A NOVA GERACAO"
                   DISPLAY "BACKUP NAO REALIZADO"
               ELSE
                   PERFORM GRAVA-ARQUIVO-BACKUP
                   PERFORM GRAVA-CONTROLE-BACKUP
                   IF WS-BKP-ERRO NOT EQUAL 'S'
                       PERFORM ELIMINA-GERACOES-ANTIGAS
                   END-IF
               END-IF
               CLOSE BACKUP-CONTROLE
           END-IF.

           CARREGA-GERACOES-BACKUP.

           MOVE ZEROS TO WS-BKP-QTD-GER
           MOVE ZEROS TO WS-BKP-GERACAO
           MOVE ZEROS TO WS-BKP-TAB-GER

           MOVE 'S' TO WS-BKP-FIM
           PERFORM UNTIL WS-BKP-FIM EQUAL 'F'
               READ BACKUP-CONTROLE NEXT RECORD
                   AT END MOVE 'F' TO WS-BKP-FIM
                   NOT AT END
                       IF WS-BKP-QTD-GER < 99
                           ADD 1 TO WS-BKP-QTD-GER
                           MOVE BC-GERACAO
                                 TO WS-BKP-GER-NUMERO (WS-BKP-QTD-GER)
                           MOVE BC-SLOT
                                 TO WS-BKP-GER-SLOT (WS-BKP-QTD-GER)
                       END-IF
                       MOVE BC-GERACAO TO WS-BKP-GERACAO
               END-READ
           END-PERFORM

           ADD 1 TO WS-BKP-GERACAO.

           DEFINE-SLOT-BACKUP.

           MOVE ZEROS TO WS-BKP-SLOT
           MOVE 'S' TO WS-BKP-ACHOU
           PERFORM UNTIL WS-BKP-ACHOU EQUAL 'N'
                      OR WS-BKP-SLOT EQUAL 99
               ADD 1 TO WS-BKP-SLOT
               MOVE 'N' TO WS-BKP-ACHOU
               PERFORM VARYING WS-BKP-IDX FROM 1 BY 1
                    UNTIL WS-BKP-IDX > WS-BKP-QTD-GER
                   IF WS-BKP-GER-SLOT (WS-BKP-IDX) EQUAL WS-BKP-SLOT
                       MOVE 'S' TO WS-BKP-ACHOU
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-BKP-ACHOU EQUAL 'S'
               MOVE ZEROS TO WS-BKP-SLOT
           ELSE
               PERFORM MONTA-NOME-BACKUP
           END-IF.

           MONTA-NOME-BACKUP.

           MOVE SPACES TO WS-BKP-NOME-ARQ
           STRING "c:/temp/backup-" DELIMITED BY SIZE
                  WS-BKP-SLOT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-BKP-NOME-ARQ.

           GRAVA-ARQUIVO-BACKUP.

           ACCEPT WS-LOG-DATA FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA FROM TIME

           MOVE SPACES TO WS-BKP-DH
           STRING WS-LOG-DATA DELIMITED BY SIZE
                  WS-LOG-HORA DELIMITED BY SIZE
                  INTO WS-BKP-DH

           MOVE ZEROS TO WS-BKP-TAB-TOTAIS
           MOVE ZEROS TO WS-BKP-TOT-REG

           OPEN OUTPUT BACKUP-ARQUIVO

           IF WS-FS-BKP-ARQ NOT EQUAL ZEROS
               DISPLAY "ERRO AO CRIAR O ARQUIVO " WS-BKP-NOME-ARQ
               DISPLAY "FILE STATUS: " WS-FS-BKP-ARQ
               MOVE 'S' TO WS-BKP-ERRO
           ELSE
               MOVE SPACES TO REG-BACKUP-ARQUIVO
               MOVE '*GERACAO*' TO BK-ARQUIVO
               MOVE WS-BKP-GERACAO TO BK-CAB-GERACAO
               MOVE WS-BKP-DH TO BK-CAB-DATA-HORA
               WRITE REG-BACKUP-ARQUIVO

               PERFORM VARYING WS-BKP-NUM FROM 1 BY 1
                    UNTIL WS-BKP-NUM > WS-BKP-QTD-ARQUIVOS
                   PERFORM COPIA-ARQUIVO-BACKUP
               END-PERFORM

               CLOSE BACKUP-ARQUIVO
           END-IF.

           COPIA-ARQUIVO-BACKUP.

           MOVE ZEROS TO WS-BKP-REGISTROS
           MOVE ZEROS TO WS-BKP-SOMA

           PERFORM ABRE-ARQUIVO-DADOS

           IF WS-FS-BKP-DADOS EQUAL ZEROS
               MOVE 'S' TO WS-BKP-FIM
               PERFORM UNTIL WS-BKP-FIM EQUAL 'F'
                   PERFORM LE-ARQUIVO-DADOS
                   IF WS-BKP-FIM NOT EQUAL 'F'
                       MOVE SPACES TO REG-BACKUP-ARQUIVO
                       MOVE WS-BKP-ARQ-NOME (WS-BKP-NUM) TO BK-ARQUIVO
                       MOVE WS-BKP-DADOS TO BK-DADOS
                       WRITE REG-BACKUP-ARQUIVO
                       IF WS-FS-BKP-ARQ NOT EQUAL ZEROS
                           DISPLAY "ERRO AO GRAVAR O BACKUP DE "
                                   WS-BKP-ARQ-NOME (WS-BKP-NUM)
                           DISPLAY "FILE STATUS: " WS-FS-BKP-ARQ
                           MOVE 'S' TO WS-BKP-ERRO
                           MOVE 'F' TO WS-BKP-FIM
                       ELSE
                           ADD 1 TO WS-BKP-REGISTROS
                           PERFORM CALCULA-CHECKSUM-REGISTRO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM FECHA-ARQUIVO-DADOS
           ELSE
               IF WS-FS-BKP-DADOS NOT EQUAL 35
                   DISPLAY "ERRO AO ABRIR " WS-BKP-ARQ-NOME (WS-BKP-NUM)
                   DISPLAY "FILE STATUS: " WS-FS-BKP-DADOS
                   MOVE 'S' TO WS-BKP-ERRO
               END-IF
           END-IF

           MOVE WS-BKP-REGISTROS TO WS-BKP-TOT-REGISTROS (WS-BKP-NUM)
           MOVE WS-BKP-SOMA TO WS-BKP-TOT-CHECKSUM (WS-BKP-NUM)
           ADD WS-BKP-REGISTROS TO WS-BKP-TOT-REG

           DISPLAY WS-BKP-ARQ-NOME (WS-BKP-NUM) " REGISTROS: "
                   WS-BKP-REGISTROS " CHECKSUM: " WS-BKP-SOMA.

           CALCULA-CHECKSUM-REGISTRO.

           PERFORM VARYING WS-BKP-POS FROM 1 BY 1
                UNTIL WS-BKP-POS > 200
               MOVE WS-BKP-CARACTER (WS-BKP-POS) TO WS-BKP-BYTE
               COMPUTE WS-BKP-SOMA = WS-BKP-SOMA +
                                     (WS-BKP-BYTE-NUM * WS-BKP-POS)
           END-PERFORM

           DIVIDE WS-BKP-SOMA BY 1000000000
                  GIVING WS-BKP-QUOCIENTE
                  REMAINDER WS-BKP-SOMA.

           GRAVA-CONTROLE-BACKUP.

           MOVE SPACES TO REG-BACKUP-CONTROLE
           MOVE WS-BKP-GERACAO TO BC-GERACAO
           MOVE WS-BKP-DH TO BC-DATA-HORA
           MOVE WS-OPERADOR-ATUAL TO BC-OPERADOR
           MOVE WS-BKP-SLOT TO BC-SLOT
           MOVE WS-BKP-QTD-ARQUIVOS TO BC-QTD-ARQUIVOS

           IF WS-BKP-ERRO EQUAL 'S'
               MOVE 'INCOMPLETO' TO BC-SITUACAO
           ELSE
               MOVE 'COMPLETO' TO BC-SITUACAO
           END-IF

           PERFORM VARYING WS-BKP-NUM FROM 1 BY 1
                UNTIL WS-BKP-NUM > 30
               MOVE ZEROS TO BC-ARQ-REGISTROS (WS-BKP-NUM)
               MOVE ZEROS TO BC-ARQ-CHECKSUM (WS-BKP-NUM)
           END-PERFORM

           PERFORM VARYING WS-BKP-NUM FROM 1 BY 1
                UNTIL WS-BKP-NUM > WS-BKP-QTD-ARQUIVOS
               MOVE WS-BKP-ARQ-NOME (WS-BKP-NUM)
                                 TO BC-ARQ-NOME (WS-BKP-NUM)
               MOVE WS-BKP-TOT-REGISTROS (WS-BKP-NUM)
                                 TO BC-ARQ-REGISTROS (WS-BKP-NUM)
               MOVE WS-BKP-TOT-CHECKSUM (WS-BKP-NUM)
                                 TO BC-ARQ-CHECKSUM (WS-BKP-NUM)
           END-PERFORM

           WRITE REG-BACKUP-CONTROLE

           IF WS-FS-BKP-CTRL NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR O CONTROLE DE BACKUP"
               DISPLAY "FILE STATUS: " WS-FS-BKP-CTRL
               MOVE 'S' TO WS-BKP-ERRO
           ELSE
               IF WS-BKP-ERRO EQUAL 'S'
                   DISPLAY "BACKUP GERACAO " WS-BKP-GERACAO
                           " INCOMPLETO - NAO PODERA SER RESTAURADO"
               ELSE
                   DISPLAY "BACKUP GERACAO " WS-BKP-GERACAO
                           " GRAVADO EM " WS-BKP-NOME-ARQ
                   DISPLAY "TOTAL DE REGISTROS: " WS-BKP-TOT-REG
               END-IF
               MOVE 'BACKUP'       TO WS-LOG-ARQUIVO-PARM
               MOVE WS-BKP-GERACAO TO WS-LOG-CHAVE-PARM
               MOVE 'BACKUP'       TO WS-LOG-OPERACAO-PARM
               PERFORM GRAVA-LOG
           END-IF.

           ELIMINA-GERACOES-ANTIGAS.

           MOVE 1 TO WS-BKP-RESTANTES

           PERFORM VARYING WS-BKP-IDX FROM 1 BY 1
                UNTIL WS-BKP-IDX > WS-BKP-QTD-GER
               IF WS-BKP-GER-NUMERO (WS-BKP-IDX) > ZEROS
                   ADD 1 TO WS-BKP-RESTANTES
               END-IF
           END-PERFORM

           PERFORM VARYING WS-BKP-IDX FROM 1 BY 1
                UNTIL WS-BKP-IDX > WS-BKP-QTD-GER
                   OR WS-BKP-RESTANTES NOT > WS-BKP-GERACOES
               IF WS-BKP-GER-NUMERO (WS-BKP-IDX) > ZEROS
                   MOVE WS-BKP-GER-NUMERO (WS-BKP-IDX) TO BC-GERACAO
                   DELETE BACKUP-CONTROLE RECORD
                   IF WS-FS-BKP-CTRL NOT EQUAL ZEROS
                       DISPLAY "ERRO AO ELIMINAR A GERACAO "
                               WS-BKP-GER-NUMERO (WS-BKP-IDX)
                       DISPLAY "FILE STATUS: " WS-FS-BKP-CTRL
                   ELSE
                       MOVE WS-BKP-GER-SLOT (WS-BKP-IDX)
                                             TO WS-BKP-SLOT
                       PERFORM MONTA-NOME-BACKUP
                       OPEN OUTPUT BACKUP-ARQUIVO
                       CLOSE BACKUP-ARQUIVO
                       DISPLAY "GERACAO "
                               WS-BKP-GER-NUMERO (WS-BKP-IDX)
                               " ELIMINADA DA ROTACAO"
                   END-IF
                   SUBTRACT 1 FROM WS-BKP-RESTANTES
               END-IF
           END-PERFORM.

           MOSTRA-GERACOES-BACKUP.

           MOVE ZEROS TO WS-BKP-QTD-GER

           DISPLAY "----- GERACOES DE BACKUP -----"

           OPEN INPUT BACKUP-CONTROLE

           IF WS-FS-BKP-CTRL NOT EQUAL ZEROS
               DISPLAY "NENHUM BACKUP REALIZADO"
           ELSE
               MOVE 'S' TO WS-BKP-FIM
               PERFORM UNTIL WS-BKP-FIM EQUAL 'F'
                   READ BACKUP-CONTROLE NEXT RECORD
                       AT END MOVE 'F' TO WS-BKP-FIM
                       NOT AT END
                           ADD 1 TO WS-BKP-QTD-GER
                           MOVE ZEROS TO WS-BKP-TOT-REG
                           PERFORM VARYING WS-BKP-NUM FROM 1 BY 1
                                UNTIL WS-BKP-NUM > BC-QTD-ARQUIVOS
                               ADD BC-ARQ-REGISTROS (WS-BKP-NUM)
                                               TO WS-BKP-TOT-REG
                           END-PERFORM
                           DISPLAY "GERACAO " BC-GERACAO
                                   " EM " BC-DATA-HORA
                                   " OPERADOR " BC-OPERADOR
                                   " COPIA " BC-SLOT
                           DISPLAY "        " BC-SITUACAO
                                   " ARQUIVOS: " BC-QTD-ARQUIVOS
                                   " REGISTROS: " WS-BKP-TOT-REG
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CONTROLE
               IF WS-BKP-QTD-GER EQUAL ZEROS
                   DISPLAY "NENHUM BACKUP REALIZADO"
               END-IF
           END-IF.

           RESTAURA-BACKUP.

           MOVE SPACES TO WS-BKP-ERRO

           DISPLAY "----- RESTAURACAO DE BACKUP -----"

           PERFORM MOSTRA-GERACOES-BACKUP

           IF WS-BKP-QTD-GER EQUAL ZEROS
               MOVE 'S' TO WS-BKP-ERRO
           END-IF

           IF WS-BKP-ERRO NOT EQUAL 'S'
               DISPLAY "INFORME A GERACAO A RESTAURAR"
               ACCEPT WS-BKP-GERACAO
               PERFORM LE-CONTROLE-GERACAO
           END-IF

           IF WS-BKP-ERRO NOT EQUAL 'S'
               PERFORM VERIFICA-ARQUIVO-BACKUP
           END-IF

           IF WS-BKP-ERRO NOT EQUAL 'S'
               DISPLAY "GERACAO " WS-BKP-GERACAO " CONFERIDA - "
                       WS-BKP-TOT-REG " REGISTROS"
               DISPLAY "TODOS OS ARQUIVOS DE DADOS SERAO SUBSTITUIDOS"
               MOVE SPACES TO WS-BKP-CONFIRMA
               DISPLAY "CONFIRMA A RESTAURACAO? S/N"
               ACCEPT WS-BKP-CONFIRMA
               IF WS-BKP-CONFIRMA NOT EQUAL 'S'
                   DISPLAY "RESTAURACAO CANCELADA"
                   MOVE 'S' TO WS-BKP-ERRO
               END-IF
           END-IF

           IF WS-BKP-ERRO NOT EQUAL 'S'
               PERFORM PROCESSA-RESTAURACAO
           END-IF.

           PERFORM MENU-BACKUP.

           LE-CONTROLE-GERACAO.

           OPEN INPUT BACKUP-CONTROLE

           IF WS-FS-BKP-CTRL NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O CONTROLE DE BACKUP"
               DISPLAY "FILE STATUS: " WS-FS-BKP-CTRL
               MOVE 'S' TO WS-BKP-ERRO
           ELSE
               MOVE WS-BKP-GERACAO TO BC-GERACAO
               READ BACKUP-CONTROLE RECORD
                  KEY IS BC-GERACAO
                  INVALID KEY
                      DISPLAY "GERACAO NAO ENCONTRADA"
                      MOVE 'S' TO WS-BKP-ERRO
                  NOT INVALID KEY
                      IF BC-SITUACAO NOT EQUAL 'COMPLETO'
                          DISPLAY "GERACAO INCOMPLETA - "
                                  "RESTAURACAO NAO PERMITIDA"
                          MOVE 'S' TO WS-BKP-ERRO
                      ELSE
                          MOVE BC-SLOT TO WS-BKP-SLOT
                          MOVE BC-QTD-ARQUIVOS TO WS-BKP-CTL-QTD
                          MOVE SPACES TO WS-BKP-TAB-CONTROLE
                          PERFORM VARYING WS-BKP-NUM FROM 1 BY 1
                               UNTIL WS-BKP-NUM > 30
                              MOVE BC-ARQ-NOME (WS-BKP-NUM)
                                      TO WS-BKP-CTL-NOME (WS-BKP-NUM)
                              MOVE BC-ARQ-REGISTROS (WS-BKP-NUM)
                                 TO WS-BKP-CTL-REGISTROS (WS-BKP-NUM)
                              MOVE BC-ARQ-CHECKSUM (WS-BKP-NUM)
                                 TO WS-BKP-CTL-CHECKSUM (WS-BKP-NUM)
                          END-PERFORM
                      END-IF
               END-READ
               CLOSE BACKUP-CONTROLE
           END-IF.

           VERIFICA-ARQUIVO-BACKUP.

           PERFORM MONTA-NOME-BACKUP

           MOVE ZEROS TO WS-BKP-TAB-TOTAIS
           MOVE ZEROS TO WS-BKP-TOT-REG
           MOVE ZEROS TO WS-BKP-ATUAL

           OPEN INPUT BACKUP-ARQUIVO

           IF WS-FS-BKP-ARQ NOT EQUAL ZEROS
               DISPLAY "ARQUIVO " WS-BKP-NOME-ARQ " NAO ENCONTRADO"
               DISPLAY "FILE STATUS: " WS-FS-BKP-ARQ
               MOVE 'S' TO WS-BKP-ERRO
           ELSE
               MOVE SPACES TO REG-BACKUP-ARQUIVO
               READ BACKUP-ARQUIVO
                   AT END MOVE SPACES TO BK-ARQUIVO
               END-READ
               IF BK-ARQUIVO NOT EQUAL '*GERACAO*'
                  OR BK-CAB-GERACAO NOT EQUAL WS-BKP-GERACAO
                   DISPLAY "ARQUIVO " WS-BKP-NOME-ARQ
                           " NAO PERTENCE A GERACAO " WS-BKP-GERACAO
                   MOVE 'S' TO WS-BKP-ERRO
               ELSE
                   MOVE 'S' TO WS-BKP-FIM
                   PERFORM UNTIL WS-BKP-FIM EQUAL 'F'
                       READ BACKUP-ARQUIVO
                           AT END MOVE 'F' TO WS-BKP-FIM
                           NOT AT END
                               PERFORM ACUMULA-REGISTRO-BACKUP
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE BACKUP-ARQUIVO
           END-IF

           IF WS-BKP-ERRO NOT EQUAL 'S'
               PERFORM CONFERE-TOTAIS-BACKUP
           END-IF

           IF WS-BKP-ERRO EQUAL 'S'
               DISPLAY "BACKUP INCONSISTENTE - RESTAURACAO CANCELADA"
           END-IF.

           LOCALIZA-ARQUIVO-BACKUP.

           MOVE ZEROS TO WS-BKP-POS-ARQ

           PERFORM VARYING WS-BKP-NUM FROM 1 BY 1
                UNTIL WS-BKP-NUM > WS-BKP-QTD-ARQUIVOS
               IF WS-BKP-ARQ-NOME (WS-BKP-NUM) EQUAL BK-ARQUIVO
                   MOVE WS-BKP-NUM TO WS-BKP-POS-ARQ
               END-IF
           END-PERFORM.

           ACUMULA-REGISTRO-BACKUP.

           PERFORM LOCALIZA-ARQUIVO-BACKUP

           IF WS-BKP-POS-ARQ EQUAL ZEROS
              OR WS-BKP-POS-ARQ < WS-BKP-ATUAL
               DISPLAY "REGISTRO INVALIDO NO BACKUP: " BK-ARQUIVO
               MOVE 'S' TO WS-BKP-ERRO
               MOVE 'F' TO WS-BKP-FIM
           ELSE
               MOVE WS-BKP-POS-ARQ TO WS-BKP-ATUAL
               MOVE BK-DADOS TO WS-BKP-DADOS
               MOVE WS-BKP-TOT-CHECKSUM (WS-BKP-ATUAL) TO WS-BKP-SOMA
               PERFORM CALCULA-CHECKSUM-REGISTRO
               MOVE WS-BKP-SOMA TO WS-BKP-TOT-CHECKSUM (WS-BKP-ATUAL)
               ADD 1 TO WS-BKP-TOT-REGISTROS (WS-BKP-ATUAL)
               ADD 1 TO WS-BKP-TOT-REG
           END-IF.

           CONFERE-TOTAIS-BACKUP.

           IF WS-BKP-CTL-QTD NOT EQUAL WS-BKP-QTD-ARQUIVOS
               DISPLAY "GERACAO COM " WS-BKP-CTL-QTD
                       " ARQUIVOS - ESPERADOS " WS-BKP-QTD-ARQUIVOS
               MOVE 'S' TO WS-BKP-ERRO
           ELSE
               PERFORM VARYING WS-BKP-NUM FROM 1 BY 1
                    UNTIL WS-BKP-NUM > WS-BKP-QTD-ARQUIVOS
                   IF WS-BKP-CTL-NOME (WS-BKP-NUM) NOT EQUAL
                                     WS-BKP-ARQ-NOME (WS-BKP-NUM)
                      OR WS-BKP-CTL-REGISTROS (WS-BKP-NUM) NOT EQUAL
                                     WS-BKP-TOT-REGISTROS (WS-BKP-NUM)
                      OR WS-BKP-CTL-CHECKSUM (WS-BKP-NUM) NOT EQUAL
                                     WS-BKP-TOT-CHECKSUM (WS-BKP-NUM)
                       DISPLAY "DIVERGENCIA EM "
                               WS-BKP-ARQ-NOME (WS-BKP-NUM)
                       DISPLAY "   CONTROLE: "
                               WS-BKP-CTL-REGISTROS (WS-BKP-NUM)
                               " REG " WS-BKP-CTL-CHECKSUM (WS-BKP-NUM)
                       DISPLAY "   BACKUP:   "
                               WS-BKP-TOT-REGISTROS (WS-BKP-NUM)
                               " REG " WS-BKP-TOT-CHECKSUM (WS-BKP-NUM)
                       MOVE 'S' TO WS-BKP-ERRO
                   END-IF
               END-PERFORM
           END-IF.

           PROCESSA-RESTAURACAO.

           MOVE ZEROS TO WS-BKP-ATUAL
           MOVE ZEROS TO WS-BKP-REGISTROS

           OPEN INPUT BACKUP-ARQUIVO

           IF WS-FS-BKP-ARQ NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O ARQUIVO " WS-BKP-NOME-ARQ
               DISPLAY "FILE STATUS: " WS-FS-BKP-ARQ
               MOVE 'S' TO WS-BKP-ERRO
           ELSE
               READ BACKUP-ARQUIVO
                   AT END CONTINUE
               END-READ

               MOVE 'S' TO WS-BKP-FIM
               PERFORM UNTIL WS-BKP-FIM EQUAL 'F'
                   READ BACKUP-ARQUIVO
                       AT END MOVE 'F' TO WS-BKP-FIM
                       NOT AT END
                           PERFORM RESTAURA-REGISTRO-BACKUP
                   END-READ
               END-PERFORM

               CLOSE BACKUP-ARQUIVO

               PERFORM AVANCA-ARQUIVO-RESTAURA
                       UNTIL WS-BKP-ATUAL > WS-BKP-QTD-ARQUIVOS

               PERFORM ZERA-CHECKPOINTS

               IF WS-BKP-ERRO EQUAL 'S'
                   DISPLAY "RESTAURACAO CONCLUIDA COM ERROS"
               ELSE
                   DISPLAY "GERACAO " WS-BKP-GERACAO
                           " RESTAURADA COM SUCESSO!!"
               END-IF

               MOVE 'BACKUP'       TO WS-LOG-ARQUIVO-PARM
               MOVE WS-BKP-GERACAO TO WS-LOG-CHAVE-PARM
               MOVE 'RESTAURA'     TO WS-LOG-OPERACAO-PARM
               PERFORM GRAVA-LOG
           END-IF.

           RESTAURA-REGISTRO-BACKUP.

           PERFORM LOCALIZA-ARQUIVO-BACKUP

           PERFORM AVANCA-ARQUIVO-RESTAURA
                   UNTIL WS-BKP-ATUAL >= WS-BKP-POS-ARQ

           MOVE BK-DADOS TO WS-BKP-DADOS
           MOVE WS-BKP-ATUAL TO WS-BKP-NUM
           PERFORM GRAVA-ARQUIVO-DADOS

           IF WS-FS-BKP-DADOS NOT EQUAL ZEROS
               DISPLAY "ERRO AO RESTAURAR REGISTRO DE "
                       WS-BKP-ARQ-NOME (WS-BKP-NUM)
               DISPLAY "FILE STATUS: " WS-FS-BKP-DADOS
               MOVE 'S' TO WS-BKP-ERRO
           ELSE
               ADD 1 TO WS-BKP-REGISTROS
           END-IF.

           AVANCA-ARQUIVO-RESTAURA.

           IF WS-BKP-ATUAL > ZEROS
               MOVE WS-BKP-ATUAL TO WS-BKP-NUM
               PERFORM FECHA-ARQUIVO-DADOS
               DISPLAY WS-BKP-ARQ-NOME (WS-BKP-NUM) " RESTAURADO: "
                       WS-BKP-REGISTROS " REGISTROS"
           END-IF

           ADD 1 TO WS-BKP-ATUAL
           MOVE ZEROS TO WS-BKP-REGISTROS

           IF WS-BKP-ATUAL NOT > WS-BKP-QTD-ARQUIVOS
               MOVE WS-BKP-ATUAL TO WS-BKP-NUM
               PERFORM CRIA-ARQUIVO-DADOS
               IF WS-FS-BKP-DADOS NOT EQUAL ZEROS
                   DISPLAY "ERRO AO RECRIAR "
                           WS-BKP-ARQ-NOME (WS-BKP-NUM)
                   DISPLAY "FILE STATUS: " WS-FS-BKP-DADOS
                   MOVE 'S' TO WS-BKP-ERRO
               END-IF
           END-IF.

           ABRE-ARQUIVO-DADOS.

           EVALUATE WS-BKP-NUM
               WHEN 1
                   OPEN INPUT CLIENTES
                   MOVE WS-FS-CLIENTES TO WS-FS-BKP-DADOS
               WHEN 2
                   OPEN INPUT PRODUTOS
                   MOVE WS-FS-PRODUTOS TO WS-FS-BKP-DADOS
               WHEN 3
                   OPEN INPUT PEDIDO-VENDAS
                   MOVE WS-FS-PEDIDOS TO WS-FS-BKP-DADOS
               WHEN 4
                   OPEN INPUT ITENS-PEDIDO
                   MOVE WS-FS-ITENS TO WS-FS-BKP-DADOS
               WHEN 5
                   OPEN INPUT OPERADORES
                   MOVE WS-FS-OPERADORES TO WS-FS-BKP-DADOS
               WHEN 6
                   OPEN INPUT VENDEDORES
                   MOVE WS-FS-VENDEDORES TO WS-FS-BKP-DADOS
               WHEN 7
                   OPEN INPUT PEDIDO-COMPRA
                   MOVE WS-FS-COMPRA TO WS-FS-BKP-DADOS
               WHEN 8
                   OPEN INPUT CONTAS-RECEBER
                   MOVE WS-FS-RECEBER TO WS-FS-BKP-DADOS
               WHEN 9
                   OPEN INPUT LOG-TRANSACOES
                   MOVE WS-FS-LOG TO WS-FS-BKP-DADOS
               WHEN 10
                   OPEN INPUT SEQUENCIAS
                   MOVE WS-FS-SEQ TO WS-FS-BKP-DADOS
               WHEN 11
                   OPEN INPUT ORCAMENTO-VENDAS
                   MOVE WS-FS-ORCAMENTO TO WS-FS-BKP-DADOS
               WHEN 12
                   OPEN INPUT ITENS-ORCAMENTO
                   MOVE WS-FS-ITENS-ORC TO WS-FS-BKP-DADOS
               WHEN 13
                   OPEN INPUT BACKORDER
                   MOVE WS-FS-BACKORDER TO WS-FS-BKP-DADOS
               WHEN 14
                   OPEN INPUT MOVTO-ESTOQUE
                   MOVE WS-FS-MOVTO TO WS-FS-BKP-DADOS
               WHEN 15
                   OPEN INPUT LOG-HISTORICO
                   MOVE WS-FS-LOG-HIST TO WS-FS-BKP-DADOS
               WHEN 16
                   OPEN INPUT LOG-RETIDO
                   MOVE WS-FS-LOG-RET TO WS-FS-BKP-DADOS
               WHEN 17
                   OPEN INPUT FECHAMENTO-CONTROLE
                   MOVE WS-FS-FECHA-CTRL TO WS-FS-BKP-DADOS
               WHEN 18
                   OPEN INPUT FORNECEDORES
                   MOVE WS-FS-FORNECEDORES TO WS-FS-BKP-DADOS
               WHEN 19
                   OPEN INPUT CONTAS-PAGAR
                   MOVE WS-FS-PAGAR TO WS-FS-BKP-DADOS
               WHEN 20
                   OPEN INPUT NOTAS-FISCAIS
                   MOVE WS-FS-NOTAS TO WS-FS-BKP-DADOS
               WHEN 21
                   OPEN INPUT ALIQUOTAS-ICMS
                   MOVE WS-FS-ALIQ TO WS-FS-BKP-DADOS
               WHEN 22
                   OPEN INPUT PARAMETROS
                   MOVE WS-FS-PARAM TO WS-FS-BKP-DADOS
               WHEN 23
                   OPEN INPUT TABELA-PRECOS
                   MOVE WS-FS-TAB-PRECO TO WS-FS-BKP-DADOS
               WHEN 24
                   OPEN INPUT METAS-VENDAS
                   MOVE WS-FS-METAS TO WS-FS-BKP-DADOS
               WHEN 25
                   OPEN INPUT FECHAMENTO-MENSAL
                   MOVE WS-FS-FECHA-MES TO WS-FS-BKP-DADOS
               WHEN 26
                   OPEN INPUT ESTOQUE-MENSAL
                   MOVE WS-FS-EST-MES TO WS-FS-BKP-DADOS
           END-EVALUATE.

           LE-ARQUIVO-DADOS.

           EVALUATE WS-BKP-NUM
               WHEN 1
                   READ CLIENTES NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-CLIENTES TO WS-FS-BKP-DADOS
               WHEN 2
                   READ PRODUTOS NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-PRODUTOS TO WS-FS-BKP-DADOS
               WHEN 3
                   READ PEDIDO-VENDAS NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-PEDIDOS TO WS-FS-BKP-DADOS
               WHEN 4
                   READ ITENS-PEDIDO NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-ITENS TO WS-FS-BKP-DADOS
               WHEN 5
                   READ OPERADORES NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-OPERADORES TO WS-FS-BKP-DADOS
               WHEN 6
                   READ VENDEDORES NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-VENDEDORES TO WS-FS-BKP-DADOS
               WHEN 7
                   READ PEDIDO-COMPRA NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-COMPRA TO WS-FS-BKP-DADOS
               WHEN 8
                   READ CONTAS-RECEBER NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-RECEBER TO WS-FS-BKP-DADOS
               WHEN 9
                   READ LOG-TRANSACOES NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-LOG TO WS-FS-BKP-DADOS
               WHEN 10
                   READ SEQUENCIAS NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-SEQ TO WS-FS-BKP-DADOS
               WHEN 11
                   READ ORCAMENTO-VENDAS NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-ORCAMENTO TO WS-FS-BKP-DADOS
               WHEN 12
                   READ ITENS-ORCAMENTO NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-ITENS-ORC TO WS-FS-BKP-DADOS
               WHEN 13
                   READ BACKORDER NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-BACKORDER TO WS-FS-BKP-DADOS
               WHEN 14
                   READ MOVTO-ESTOQUE NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-MOVTO TO WS-FS-BKP-DADOS
               WHEN 15
                   READ LOG-HISTORICO NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-LOG-HIST TO WS-FS-BKP-DADOS
               WHEN 16
                   READ LOG-RETIDO NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-LOG-RET TO WS-FS-BKP-DADOS
               WHEN 17
                   READ FECHAMENTO-CONTROLE NEXT RECORD
                       INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-FECHA-CTRL TO WS-FS-BKP-DADOS
               WHEN 18
                   READ FORNECEDORES NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-FORNECEDORES TO WS-FS-BKP-DADOS
               WHEN 19
                   READ CONTAS-PAGAR NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-PAGAR TO WS-FS-BKP-DADOS
               WHEN 20
                   READ NOTAS-FISCAIS NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-NOTAS TO WS-FS-BKP-DADOS
               WHEN 21
                   READ ALIQUOTAS-ICMS NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-ALIQ TO WS-FS-BKP-DADOS
               WHEN 22
                   READ PARAMETROS NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-PARAM TO WS-FS-BKP-DADOS
               WHEN 23
                   READ TABELA-PRECOS NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-TAB-PRECO TO WS-FS-BKP-DADOS
               WHEN 24
                   READ METAS-VENDAS NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-METAS TO WS-FS-BKP-DADOS
               WHEN 25
                   READ FECHAMENTO-MENSAL NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-FECHA-MES TO WS-FS-BKP-DADOS
               WHEN 26
                   READ ESTOQUE-MENSAL NEXT RECORD INTO WS-BKP-DADOS
                       AT END MOVE 'F' TO WS-BKP-FIM
                   END-READ
                   MOVE WS-FS-EST-MES TO WS-FS-BKP-DADOS
           END-EVALUATE

           IF WS-BKP-FIM NOT EQUAL 'F'
              AND WS-FS-BKP-DADOS > 09
               DISPLAY "ERRO NA LEITURA DE "
                       WS-BKP-ARQ-NOME (WS-BKP-NUM)
               DISPLAY "FILE STATUS: " WS-FS-BKP-DADOS
               MOVE 'S' TO WS-BKP-ERRO
               MOVE 'F' TO WS-BKP-FIM
           END-IF.

           FECHA-ARQUIVO-DADOS.

           EVALUATE WS-BKP-NUM
               WHEN 1
                   CLOSE CLIENTES
               WHEN 2
                   CLOSE PRODUTOS
               WHEN 3
                   CLOSE PEDIDO-VENDAS
               WHEN 4
                   CLOSE ITENS-PEDIDO
               WHEN 5
                   CLOSE OPERADORES
               WHEN 6
                   CLOSE VENDEDORES
               WHEN 7
                   CLOSE PEDIDO-COMPRA
               WHEN 8
                   CLOSE CONTAS-RECEBER
               WHEN 9
                   CLOSE LOG-TRANSACOES
               WHEN 10
                   CLOSE SEQUENCIAS
               WHEN 11
                   CLOSE ORCAMENTO-VENDAS
               WHEN 12
                   CLOSE ITENS-ORCAMENTO
               WHEN 13
                   CLOSE BACKORDER
               WHEN 14
                   CLOSE MOVTO-ESTOQUE
               WHEN 15
                   CLOSE LOG-HISTORICO
               WHEN 16
                   CLOSE LOG-RETIDO
               WHEN 17
                   CLOSE FECHAMENTO-CONTROLE
               WHEN 18
                   CLOSE FORNECEDORES
               WHEN 19
                   CLOSE CONTAS-PAGAR
               WHEN 20
                   CLOSE NOTAS-FISCAIS
               WHEN 21
                   CLOSE ALIQUOTAS-ICMS
               WHEN 22
                   CLOSE PARAMETROS
               WHEN 23
                   CLOSE TABELA-PRECOS
               WHEN 24
                   CLOSE METAS-VENDAS
               WHEN 25
                   CLOSE FECHAMENTO-MENSAL
               WHEN 26
                   CLOSE ESTOQUE-MENSAL
           END-EVALUATE.

           CRIA-ARQUIVO-DADOS.

           EVALUATE WS-BKP-NUM
               WHEN 1
                   OPEN OUTPUT CLIENTES
                   MOVE WS-FS-CLIENTES TO WS-FS-BKP-DADOS
               WHEN 2
                   OPEN OUTPUT PRODUTOS
                   MOVE WS-FS-PRODUTOS TO WS-FS-BKP-DADOS
               WHEN 3
                   OPEN OUTPUT PEDIDO-VENDAS
                   MOVE WS-FS-PEDIDOS TO WS-FS-BKP-DADOS
               WHEN 4
                   OPEN OUTPUT ITENS-PEDIDO
                   MOVE WS-FS-ITENS TO WS-FS-BKP-DADOS
               WHEN 5
                   OPEN OUTPUT OPERADORES
                   MOVE WS-FS-OPERADORES TO WS-FS-BKP-DADOS
               WHEN 6
                   OPEN OUTPUT VENDEDORES
                   MOVE WS-FS-VENDEDORES TO WS-FS-BKP-DADOS
               WHEN 7
                   OPEN OUTPUT PEDIDO-COMPRA
                   MOVE WS-FS-COMPRA TO WS-FS-BKP-DADOS
               WHEN 8
                   OPEN OUTPUT CONTAS-RECEBER
                   MOVE WS-FS-RECEBER TO WS-FS-BKP-DADOS
               WHEN 9
                   OPEN OUTPUT LOG-TRANSACOES
                   MOVE WS-FS-LOG TO WS-FS-BKP-DADOS
               WHEN 10
                   OPEN OUTPUT SEQUENCIAS
                   MOVE WS-FS-SEQ TO WS-FS-BKP-DADOS
               WHEN 11
                   OPEN OUTPUT ORCAMENTO-VENDAS
                   MOVE WS-FS-ORCAMENTO TO WS-FS-BKP-DADOS
               WHEN 12
                   OPEN OUTPUT ITENS-ORCAMENTO
                   MOVE WS-FS-ITENS-ORC TO WS-FS-BKP-DADOS
               WHEN 13
                   OPEN OUTPUT BACKORDER
                   MOVE WS-FS-BACKORDER TO WS-FS-BKP-DADOS
               WHEN 14
                   OPEN OUTPUT MOVTO-ESTOQUE
                   MOVE WS-FS-MOVTO TO WS-FS-BKP-DADOS
               WHEN 15
                   OPEN OUTPUT LOG-HISTORICO
                   MOVE WS-FS-LOG-HIST TO WS-FS-BKP-DADOS
               WHEN 16
                   OPEN OUTPUT LOG-RETIDO
                   MOVE WS-FS-LOG-RET TO WS-FS-BKP-DADOS
               WHEN 17
                   OPEN OUTPUT FECHAMENTO-CONTROLE
                   MOVE WS-FS-FECHA-CTRL TO WS-FS-BKP-DADOS
               WHEN 18
                   OPEN OUTPUT FORNECEDORES
                   MOVE WS-FS-FORNECEDORES TO WS-FS-BKP-DADOS
               WHEN 19
                   OPEN OUTPUT CONTAS-PAGAR
                   MOVE WS-FS-PAGAR TO WS-FS-BKP-DADOS
               WHEN 20
                   OPEN OUTPUT NOTAS-FISCAIS
                   MOVE WS-FS-NOTAS TO WS-FS-BKP-DADOS
               WHEN 21
                   OPEN OUTPUT ALIQUOTAS-ICMS
                   MOVE WS-FS-ALIQ TO WS-FS-BKP-DADOS
               WHEN 22
                   OPEN OUTPUT PARAMETROS
                   MOVE WS-FS-PARAM TO WS-FS-BKP-DADOS
               WHEN 23
                   OPEN OUTPUT TABELA-PRECOS
                   MOVE WS-FS-TAB-PRECO TO WS-FS-BKP-DADOS
               WHEN 24
                   OPEN OUTPUT METAS-VENDAS
                   MOVE WS-FS-METAS TO WS-FS-BKP-DADOS
               WHEN 25
                   OPEN OUTPUT FECHAMENTO-MENSAL
                   MOVE WS-FS-FECHA-MES TO WS-FS-BKP-DADOS
               WHEN 26
                   OPEN OUTPUT ESTOQUE-MENSAL
                   MOVE WS-FS-EST-MES TO WS-FS-BKP-DADOS
           END-EVALUATE.

           GRAVA-ARQUIVO-DADOS.

           EVALUATE WS-BKP-NUM
               WHEN 1
                   WRITE REG-CLIENTES FROM WS-BKP-DADOS
                   MOVE WS-FS-CLIENTES TO WS-FS-BKP-DADOS
               WHEN 2
                   WRITE REG-PRODUTOS FROM WS-BKP-DADOS
                   MOVE WS-FS-PRODUTOS TO WS-FS-BKP-DADOS
               WHEN 3
                   WRITE REG-PEDIDO-VENDAS FROM WS-BKP-DADOS
                   MOVE WS-FS-PEDIDOS TO WS-FS-BKP-DADOS
               WHEN 4
                   WRITE REG-ITENS-PEDIDO FROM WS-BKP-DADOS
                   MOVE WS-FS-ITENS TO WS-FS-BKP-DADOS
               WHEN 5
                   WRITE REG-OPERADORES FROM WS-BKP-DADOS
                   MOVE WS-FS-OPERADORES TO WS-FS-BKP-DADOS
               WHEN 6
                   WRITE REG-VENDEDORES FROM WS-BKP-DADOS
                   MOVE WS-FS-VENDEDORES TO WS-FS-BKP-DADOS
               WHEN 7
                   WRITE REG-PEDIDO-COMPRA FROM WS-BKP-DADOS
                   MOVE WS-FS-COMPRA TO WS-FS-BKP-DADOS
               WHEN 8
                   WRITE REG-CONTAS-RECEBER FROM WS-BKP-DADOS
                   MOVE WS-FS-RECEBER TO WS-FS-BKP-DADOS
               WHEN 9
                   WRITE REG-LOG-TRANSACOES FROM WS-BKP-DADOS
                   MOVE WS-FS-LOG TO WS-FS-BKP-DADOS
               WHEN 10
                   WRITE REG-SEQUENCIAS FROM WS-BKP-DADOS
                   MOVE WS-FS-SEQ TO WS-FS-BKP-DADOS
               WHEN 11
                   WRITE REG-ORCAMENTO-VENDAS FROM WS-BKP-DADOS
                   MOVE WS-FS-ORCAMENTO TO WS-FS-BKP-DADOS
               WHEN 12
                   WRITE REG-ITENS-ORCAMENTO FROM WS-BKP-DADOS
                   MOVE WS-FS-ITENS-ORC TO WS-FS-BKP-DADOS
               WHEN 13
                   WRITE REG-BACKORDER FROM WS-BKP-DADOS
                   MOVE WS-FS-BACKORDER TO WS-FS-BKP-DADOS
               WHEN 14
                   WRITE REG-MOVTO-ESTOQUE FROM WS-BKP-DADOS
                   MOVE WS-FS-MOVTO TO WS-FS-BKP-DADOS
               WHEN 15
                   WRITE REG-LOG-HISTORICO FROM WS-BKP-DADOS
                   MOVE WS-FS-LOG-HIST TO WS-FS-BKP-DADOS
               WHEN 16
                   WRITE REG-LOG-RETIDO FROM WS-BKP-DADOS
                   MOVE WS-FS-LOG-RET TO WS-FS-BKP-DADOS
               WHEN 17
                   WRITE REG-FECHAMENTO-CONTROLE FROM WS-BKP-DADOS
                   MOVE WS-FS-FECHA-CTRL TO WS-FS-BKP-DADOS
               WHEN 18
                   WRITE REG-FORNECEDORES FROM WS-BKP-DADOS
                   MOVE WS-FS-FORNECEDORES TO WS-FS-BKP-DADOS
               WHEN 19
                   WRITE REG-CONTAS-PAGAR FROM WS-BKP-DADOS
                   MOVE WS-FS-PAGAR TO WS-FS-BKP-DADOS
               WHEN 20
                   WRITE REG-NOTAS-FISCAIS FROM WS-BKP-DADOS
                   MOVE WS-FS-NOTAS TO WS-FS-BKP-DADOS
               WHEN 21
                   WRITE REG-ALIQUOTAS-ICMS FROM WS-BKP-DADOS
                   MOVE WS-FS-ALIQ TO WS-FS-BKP-DADOS
               WHEN 22
                   WRITE REG-PARAMETROS FROM WS-BKP-DADOS
                   MOVE WS-FS-PARAM TO WS-FS-BKP-DADOS
               WHEN 23
                   WRITE REG-TABELA-PRECOS FROM WS-BKP-DADOS
                   MOVE WS-FS-TAB-PRECO TO WS-FS-BKP-DADOS
               WHEN 24
                   WRITE REG-METAS-VENDAS FROM WS-BKP-DADOS
                   MOVE WS-FS-METAS TO WS-FS-BKP-DADOS
               WHEN 25
                   WRITE REG-FECHAMENTO-MENSAL FROM WS-BKP-DADOS
                   MOVE WS-FS-FECHA-MES TO WS-FS-BKP-DADOS
               WHEN 26
                   WRITE REG-ESTOQUE-MENSAL FROM WS-BKP-DADOS
                   MOVE WS-FS-EST-MES TO WS-FS-BKP-DADOS
           END-EVALUATE.

*******************************************************************************

           FECHAMENTO-DIA.

           MOVE SPACES TO WS-FECHA-JA
           MOVE ZEROS TO WS-FECHA-QTD-PED
           MOVE ZEROS TO WS-FECHA-QTD-CANC
           MOVE ZEROS TO WS-FECHA-QTD-ITENS
           MOVE ZEROS TO WS-FECHA-VALOR
           MOVE ZEROS TO WS-FECHA-QTD-NUM

           DISPLAY "----- FECHAMENTO DO DIA -----"
           DISPLAY "INFORME A DATA DO FECHAMENTO (AAAAMMDD)"
           DISPLAY "OU PRESSIONE ENTER PARA A DATA ATUAL"
           MOVE ZEROS TO WS-FECHA-DATA
           ACCEPT WS-FECHA-DATA
           IF WS-FECHA-DATA EQUAL ZEROS
               ACCEPT WS-FECHA-DATA FROM DATE YYYYMMDD
           END-IF

           OPEN I-O FECHAMENTO-CONTROLE

           IF WS-FS-FECHA-CTRL EQUAL 35
               OPEN OUTPUT FECHAMENTO-CONTROLE
               CLOSE FECHAMENTO-CONTROLE
               OPEN I-O FECHAMENTO-CONTROLE
           END-IF

           MOVE WS-FECHA-DATA TO FC-DATA
           READ FECHAMENTO-CONTROLE RECORD
              KEY IS FC-DATA
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  DISPLAY "DIA " WS-FECHA-DATA " JA FECHADO EM "
                          FC-DATA-HORA
                  DISPLAY "FECHAMENTO NAO PERMITIDO"
                  MOVE 'S' TO WS-FECHA-JA
           END-READ

           IF WS-FECHA-JA NOT EQUAL 'S'
               PERFORM PROCESSA-FECHAMENTO
           END-IF

           CLOSE FECHAMENTO-CONTROLE.

           IF WS-FECHA-JA NOT EQUAL 'S'
               PERFORM OFERECE-BACKUP-FECHAMENTO
           END-IF.

           PERFORM MAIN-PROCEDURE.

           PROCESSA-FECHAMENTO.

           OPEN INPUT PEDIDO-VENDAS

           MOVE WS-FS-PEDIDOS TO WS-FS-ABERTURA

           OPEN EXTEND RELATORIO-FECHAMENTO

           IF WS-FS-FECHAMENTO EQUAL 35
               OPEN OUTPUT RELATORIO-FECHAMENTO
           END-IF

           IF WS-FS-ABERTURA EQUAL ZEROS
               MOVE 'S' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'F'
                  READ PEDIDO-VENDAS NEXT RECORD
                                     INTO WS-REG-PEDIDO-VENDAS
                      AT END MOVE 'F' TO WS-EOF
                      NOT AT END
                          IF WS-PV-DATA-PEDIDO EQUAL WS-FECHA-DATA
                              PERFORM TOTALIZA-PEDIDO-FECHA
                          END-IF
                  END-READ
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-LINHA-FECHAMENTO
           STRING "----- FECHAMENTO DO DIA " DELIMITED BY SIZE
                  WS-FECHA-DATA DELIMITED BY SIZE
                  " -----" DELIMITED BY SIZE
                  INTO WS-LINHA-FECHAMENTO
           WRITE REG-RELATORIO-FECHAMENTO FROM WS-LINHA-FECHAMENTO

           MOVE SPACES TO WS-LINHA-FECHAMENTO
           STRING "PEDIDOS DO DIA: " DELIMITED BY SIZE
                  WS-FECHA-QTD-PED DELIMITED BY SIZE
                  " CANCELADOS: " DELIMITED BY SIZE
                  WS-FECHA-QTD-CANC DELIMITED BY SIZE
                  " ITENS: " DELIMITED BY SIZE
                  WS-FECHA-QTD-ITENS DELIMITED BY SIZE
                  INTO WS-LINHA-FECHAMENTO
           WRITE REG-RELATORIO-FECHAMENTO FROM WS-LINHA-FECHAMENTO

           MOVE SPACES TO WS-LINHA-FECHAMENTO
           STRING "VALOR TOTAL DO DIA: " DELIMITED BY SIZE
                  WS-FECHA-VALOR DELIMITED BY SIZE
                  INTO WS-LINHA-FECHAMENTO
           WRITE REG-RELATORIO-FECHAMENTO FROM WS-LINHA-FECHAMENTO

           DISPLAY "PEDIDOS DO DIA: " WS-FECHA-QTD-PED
                   " CANCELADOS: " WS-FECHA-QTD-CANC
                   " ITENS: " WS-FECHA-QTD-ITENS
           DISPLAY "VALOR TOTAL DO DIA: " WS-FECHA-VALOR

           IF WS-FECHA-QTD-NUM EQUAL ZEROS
               MOVE SPACES TO WS-LINHA-FECHAMENTO
               MOVE "NENHUM PEDIDO NA DATA"
                                        TO WS-LINHA-FECHAMENTO
               WRITE REG-RELATORIO-FECHAMENTO FROM WS-LINHA-FECHAMENTO
           ELSE
               PERFORM VARYING WS-FECHA-IDX FROM 1 BY 1
                    UNTIL WS-FECHA-IDX >= WS-FECHA-QTD-NUM
                   COMPUTE WS-FECHA-GAP =
                      WS-FECHA-NUM (WS-FECHA-IDX) + 1
                   PERFORM UNTIL WS-FECHA-GAP >=
                                 WS-FECHA-NUM (WS-FECHA-IDX + 1)
                       MOVE WS-FECHA-GAP TO CODIGO-PEDIDO
                       READ PEDIDO-VENDAS RECORD
                          KEY IS CODIGO-PEDIDO
                          INVALID KEY
                              MOVE SPACES TO WS-LINHA-FECHAMENTO
                              STRING "FALTA O PEDIDO "
                                             DELIMITED BY SIZE
                                     WS-FECHA-GAP DELIMITED BY SIZE
                                     " NA SEQUENCIA DO DIA"
                                             DELIMITED BY SIZE
                                     INTO WS-LINHA-FECHAMENTO
                              WRITE REG-RELATORIO-FECHAMENTO
                                             FROM WS-LINHA-FECHAMENTO
                              DISPLAY "FALTA O PEDIDO " WS-FECHA-GAP
                                      " NA SEQUENCIA DO DIA"
                          NOT INVALID KEY
                              CONTINUE
                       END-READ
                       ADD 1 TO WS-FECHA-GAP
                   END-PERFORM
               END-PERFORM
           END-IF

           IF WS-FS-ABERTURA EQUAL ZEROS
               CLOSE PEDIDO-VENDAS
           END-IF

           MOVE SPACES TO WS-LINHA-FECHAMENTO
           MOVE "POSICAO DE ESTOQUE NO FECHAMENTO:"
                                        TO WS-LINHA-FECHAMENTO
           WRITE REG-RELATORIO-FECHAMENTO FROM WS-LINHA-FECHAMENTO

           OPEN INPUT PRODUTOS

           IF WS-FS-PRODUTOS EQUAL ZEROS
               MOVE 'S' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'F'
                  READ PRODUTOS NEXT RECORD INTO WS-REG-PRODUTOS
                      AT END MOVE 'F' TO WS-EOF
                      NOT AT END
                          MOVE SPACES TO WS-LINHA-FECHAMENTO
                          STRING "PRODUTO: " DELIMITED BY SIZE
                                 WS-CODIGO-PRODUTO DELIMITED BY SIZE
                                 " " DELIMITED BY SIZE
                                 WS-PRODUTO DELIMITED BY SIZE
                                 " ESTOQUE: " DELIMITED BY SIZE
                                 WS-QTDE-ESTOQUE DELIMITED BY SIZE
                                 INTO WS-LINHA-FECHAMENTO
                          WRITE REG-RELATORIO-FECHAMENTO
                                        FROM WS-LINHA-FECHAMENTO
                  END-READ
               END-PERFORM
               CLOSE PRODUTOS
           END-IF

           ACCEPT WS-LOG-DATA FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA FROM TIME

           MOVE SPACES TO WS-FECHA-DH
           STRING WS-LOG-DATA DELIMITED BY SIZE
                  WS-LOG-HORA DELIMITED BY SIZE
                  INTO WS-FECHA-DH

           MOVE WS-FECHA-DATA      TO FC-DATA
           MOVE WS-FECHA-QTD-PED   TO FC-QTD-PEDIDOS
           MOVE WS-FECHA-QTD-CANC  TO FC-QTD-CANCELADOS
           MOVE WS-FECHA-QTD-ITENS TO FC-QTD-ITENS
           MOVE WS-FECHA-VALOR     TO FC-VALOR-TOTAL
           MOVE WS-FECHA-DH        TO FC-DATA-HORA

           WRITE REG-FECHAMENTO-CONTROLE
               INVALID KEY
                   DISPLAY "DIA " WS-FECHA-DATA " JA FECHADO"
                   DISPLAY "FECHAMENTO NAO GRAVADO"
               NOT INVALID KEY
                   DISPLAY "FECHAMENTO DO DIA " WS-FECHA-DATA
                           " GRAVADO COM SUCESSO!!"
                   MOVE SPACES TO WS-LINHA-FECHAMENTO
                   STRING "FECHADO EM: " DELIMITED BY SIZE
                          WS-FECHA-DH DELIMITED BY SIZE
                          INTO WS-LINHA-FECHAMENTO
                   WRITE REG-RELATORIO-FECHAMENTO
                                        FROM WS-LINHA-FECHAMENTO
                   MOVE 'FECHAMENTO' TO WS-LOG-ARQUIVO-PARM
                   MOVE ZEROS        TO WS-LOG-CHAVE-PARM
                   MOVE 'FECHAMENTO' TO WS-LOG-OPERACAO-PARM
                   PERFORM GRAVA-LOG
           END-WRITE

           MOVE SPACES TO WS-LINHA-FECHAMENTO
           MOVE "------------------------------------------------"
                                        TO WS-LINHA-FECHAMENTO
           WRITE REG-RELATORIO-FECHAMENTO FROM WS-LINHA-FECHAMENTO

           CLOSE RELATORIO-FECHAMENTO.

           TOTALIZA-PEDIDO-FECHA.

           IF WS-CODIGO-PEDIDO > ZERO
               IF WS-FECHA-QTD-NUM >= 999
                   DISPLAY "AVISO: LIMITE DE 999 PEDIDOS NO "
                           "FECHAMENTO ATINGIDO - PEDIDO "
                           WS-CODIGO-PEDIDO
                           " FORA DA VERIFICACAO DE SEQUENCIA"
               ELSE
                   ADD 1 TO WS-FECHA-QTD-NUM
                   MOVE WS-CODIGO-PEDIDO
                                   TO WS-FECHA-NUM (WS-FECHA-QTD-NUM)
               END-IF
           END-IF

           IF WS-PV-STATUS EQUAL 'CANCELADO'
               ADD 1 TO WS-FECHA-QTD-CANC
           ELSE
               ADD 1 TO WS-FECHA-QTD-PED
               ADD WS-PV-QTDE-ITENS TO WS-FECHA-QTD-ITENS
               ADD WS-PV-VALOR-TOTAL TO WS-FECHA-VALOR
           END-IF.

*******************************************************************************

           LOGIN-OPERADOR.

           MOVE ZERO TO WS-TENTATIVAS

           OPEN I-O OPERADORES.

            IF WS-FS-OPERADORES EQUAL 35 THEN
                OPEN OUTPUT OPERADORES
                DISPLAY "NENHUM OPERADOR CADASTRADO"
                DISPLAY "CADASTRE O SUPERVISOR INICIAL"
                DISPLAY "INFORME O CODIGO DO OPERADOR"
                ACCEPT CODIGO-OPERADOR
                DISPLAY "INFORME O NOME DO OPERADOR"
                ACCEPT OP-NOME
                DISPLAY "INFORME A SENHA"
                ACCEPT OP-SENHA
                MOVE 2 TO OP-NIVEL

                WRITE REG-OPERADORES

                IF WS-FS-OPERADORES NOT EQUAL ZEROS
                    DISPLAY "ERRO AO GRAVAR O OPERADOR"
                    DISPLAY "FILE STATUS: " WS-FS-OPERADORES
                    CLOSE OPERADORES
                    STOP RUN
                END-IF

                MOVE CODIGO-OPERADOR TO WS-OPERADOR-ATUAL
                MOVE 2 TO WS-OPERADOR-NIVEL
                MOVE 'S' TO WS-OPERADOR-LOGADO
                DISPLAY "SUPERVISOR CADASTRADO - BEM VINDO " OP-NOME
            ELSE
                PERFORM UNTIL WS-OPERADOR-LOGADO = 'S'
                             OR WS-TENTATIVAS >= 3
                    DISPLAY "---------- IDENTIFICACAO ---------"
                    DISPLAY "INFORME O CODIGO DO OPERADOR"
                    ACCEPT CODIGO-OPERADOR
                    DISPLAY "INFORME A SENHA"
                    ACCEPT WS-SENHA-DIGITADA

                    READ OPERADORES RECORD INTO WS-REG-OPERADORES
                       KEY IS CODIGO-OPERADOR
                       INVALID KEY
                           ADD 1 TO WS-TENTATIVAS
                           DISPLAY "OPERADOR OU SENHA INVALIDOS"
                       NOT INVALID KEY
                           IF WS-OP-SENHA EQUAL WS-SENHA-DIGITADA
                               MOVE WS-CODIGO-OPERADOR
                                            TO WS-OPERADOR-ATUAL
                               MOVE WS-OP-NIVEL TO WS-OPERADOR-NIVEL
                               MOVE 'S' TO WS-OPERADOR-LOGADO
                               DISPLAY "BEM VINDO " WS-OP-NOME
                           ELSE
                               ADD 1 TO WS-TENTATIVAS
                               DISPLAY "OPERADOR OU SENHA INVALIDOS"
                           END-IF
                    END-READ
                END-PERFORM

                IF WS-OPERADOR-LOGADO NOT EQUAL 'S'
                    DISPLAY "NUMERO DE TENTATIVAS EXCEDIDO"
                    DISPLAY "ACESSO NEGADO"
                    CLOSE OPERADORES
                    STOP RUN
                END-IF
            END-IF

           CLOSE OPERADORES.

           VERIFICA-SUPERVISOR.

           IF WS-OPERADOR-NIVEL < 2
               MOVE 'S' TO WS-ACESSO-NEGADO
               DISPLAY "ACESSO RESTRITO AO SUPERVISOR"
           ELSE
               MOVE 'N' TO WS-ACESSO-NEGADO
           END-IF.

           CADASTRO-OPERADORES.

       MOVE SPACES TO WS-ESCOLHA

           DISPLAY "---------- CADASTRO DE OPERADORES ---------"
           DISPLAY "SELECIONE UMA OPCAO ABAIXO"
           DISPLAY "I - INCLUSAO DE OPERADORES"
           DISPLAY "C - CONSULTA DE OPERADORES"
           DISPLAY "V - VOLTAR AO MENU PRINCIPAL"
           ACCEPT WS-ESCOLHA.

           EVALUATE WS-ESCOLHA
               WHEN 'I'
                   PERFORM INCLUSAO-OPERADORES
               WHEN 'C'
                   PERFORM CONSULTA-OPERADORES
               WHEN 'V'
                   PERFORM MAIN-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   PERFORM CADASTRO-OPERADORES
            END-EVALUATE.

           INCLUSAO-OPERADORES.
       MOVE 'SIM' TO WS-GRAVAR

           OPEN I-O OPERADORES.

            IF WS-FS-OPERADORES EQUAL 35 THEN
                OPEN OUTPUT OPERADORES
                CLOSE OPERADORES
                OPEN I-O OPERADORES
            END-IF

           MOVE WS-FS-OPERADORES TO WS-FS-ABERTURA

           PERFORM UNTIL WS-GRAVAR = "NAO"
               IF WS-FS-ABERTURA EQUAL ZEROS THEN
                   MOVE SPACES TO WS-PED-ERRO

                   DISPLAY "INFORME O CODIGO DO OPERADOR"
                   ACCEPT CODIGO-OPERADOR

                   READ OPERADORES RECORD
                      KEY IS CODIGO-OPERADOR
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              DISPLAY "OPERADOR JA CADASTRADO"
                              MOVE 'S' TO WS-PED-ERRO
                   END-READ

                   IF WS-PED-ERRO NOT EQUAL 'S'
                       DISPLAY "INFORME O NOME DO OPERADOR"
                       ACCEPT OP-NOME
                       PERFORM UNTIL OP-NOME NOT = SPACES
                           DISPLAY "O NOME NAO PODE FICAR EM BRANCO"
                           DISPLAY "INFORME O NOME DO OPERADOR"
                           ACCEPT OP-NOME
                       END-PERFORM
                       DISPLAY "INFORME A SENHA"
                       ACCEPT OP-SENHA
                       DISPLAY "INFORME O NIVEL"
                       DISPLAY "1 - OPERADOR  2 - SUPERVISOR"
                       ACCEPT OP-NIVEL
                       PERFORM UNTIL OP-NIVEL >= 1 AND OP-NIVEL <= 2
                           DISPLAY "NIVEL INVALIDO"
                           DISPLAY "1 - OPERADOR  2 - SUPERVISOR"
                           ACCEPT OP-NIVEL
                       END-PERFORM

                       WRITE REG-OPERADORES

                       IF WS-FS-OPERADORES NOT EQUAL ZEROS
                        DISPLAY "ERRO! NAO FOI POSSIVEL GRAVAR O "
                                "REGISTRO"
                        DISPLAY "FILE STATUS: " WS-FS-OPERADORES
                       ELSE
                        DISPLAY "REGISTRO GRAVADO COM SUCESSO!!"
                        MOVE 'OPERADORES'    TO WS-LOG-ARQUIVO-PARM
                        MOVE CODIGO-OPERADOR TO WS-LOG-CHAVE-PARM
                        MOVE 'INCLUSAO'      TO WS-LOG-OPERACAO-PARM
                        PERFORM GRAVA-LOG
                       END-IF
                   END-IF

                   DISPLAY "DESEJA GRAVAR UM NOVO REGISTRO? SIM OU NAO?"
                   ACCEPT WS-GRAVAR
               ELSE
                DISPLAY "ERRO AO CRIAR O ARQUIVO"
                DISPLAY "FILE STATUS: " WS-FS-ABERTURA
               END-IF
           END-PERFORM.

           MOVE 'SIM' TO WS-GRAVAR

           CLOSE OPERADORES.
           PERFORM CADASTRO-OPERADORES.

           CONSULTA-OPERADORES.

           OPEN INPUT OPERADORES

            IF WS-FS-OPERADORES NOT EQUAL ZEROS
                DISPLAY "NAO HA OPERADORES CADASTRADOS"
            ELSE
                MOVE 'S' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'F'
                   READ OPERADORES NEXT RECORD INTO WS-REG-OPERADORES
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                         DISPLAY "CODIGO DO OPERADOR: "
                                 WS-CODIGO-OPERADOR
                                 " NOME: " WS-OP-NOME
                                 " NIVEL: " WS-OP-NIVEL
                   END-READ
                END-PERFORM
                CLOSE OPERADORES
            END-IF.

           PERFORM CADASTRO-OPERADORES.

*******************************************************************************

           CADASTRO-VENDEDORES.

       MOVE SPACES TO WS-ESCOLHA

           DISPLAY "---------- CADASTRO DE VENDEDORES ---------"
           DISPLAY "SELECIONE UMA OPCAO ABAIXO"
           DISPLAY "I - INCLUSAO DE VENDEDORES"
           DISPLAY "C - CONSULTA DE VENDEDORES"
           DISPLAY "R - RELATORIO MENSAL DE COMISSOES"
           DISPLAY "M - MANUTENCAO DE METAS DE VENDAS"
           DISPLAY "T - RELATORIO DE ATINGIMENTO DE METAS"
           DISPLAY "V - VOLTAR AO MENU PRINCIPAL"
           ACCEPT WS-ESCOLHA.

           EVALUATE WS-ESCOLHA
               WHEN 'I'
                   PERFORM INCLUSAO-VENDEDORES
               WHEN 'C'
                   PERFORM CONSULTA-VENDEDORES
               WHEN 'R'
                   PERFORM RELATORIO-COMISSOES
               WHEN 'M'
                   PERFORM VERIFICA-SUPERVISOR
                   IF WS-ACESSO-NEGADO EQUAL 'S'
                       PERFORM CADASTRO-VENDEDORES
                   ELSE
                       PERFORM MANUTENCAO-METAS
                   END-IF
               WHEN 'T'
                   PERFORM RELATORIO-ATINGIMENTO-METAS
               WHEN 'V'
                   PERFORM MAIN-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   PERFORM CADASTRO-VENDEDORES
            END-EVALUATE.

           INCLUSAO-VENDEDORES.
       MOVE 'SIM' TO WS-GRAVAR

           OPEN I-O VENDEDORES.

            IF WS-FS-VENDEDORES EQUAL 35 THEN
                OPEN OUTPUT VENDEDORES
                CLOSE VENDEDORES
                OPEN I-O VENDEDORES
            END-IF

           MOVE WS-FS-VENDEDORES TO WS-FS-ABERTURA

           PERFORM UNTIL WS-GRAVAR = "NAO"
               IF WS-FS-ABERTURA EQUAL ZEROS THEN
                   MOVE SPACES TO WS-PED-ERRO

                   DISPLAY "INFORME O CODIGO DO VENDEDOR"
                   ACCEPT CODIGO-VENDEDOR

                   READ VENDEDORES RECORD
                      KEY IS CODIGO-VENDEDOR
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              DISPLAY "VENDEDOR JA CADASTRADO"
                              MOVE 'S' TO WS-PED-ERRO
                   END-READ

                   IF WS-PED-ERRO NOT EQUAL 'S'
                       DISPLAY "INFORME O NOME DO VENDEDOR"
                       ACCEPT VD-NOME
                       PERFORM UNTIL VD-NOME NOT = SPACES
                           DISPLAY "O NOME NAO PODE FICAR EM BRANCO"
                           DISPLAY "INFORME O NOME DO VENDEDOR"
                           ACCEPT VD-NOME
                       END-PERFORM
                       DISPLAY "INFORME O PERCENTUAL DE COMISSAO"
                       ACCEPT VD-PERC-COMISSAO
                       PERFORM UNTIL VD-PERC-COMISSAO NOT = ZERO
                           DISPLAY "O PERCENTUAL NAO PODE SER ZERO"
                           DISPLAY "INFORME O PERCENTUAL DE COMISSAO"
                           ACCEPT VD-PERC-COMISSAO
                       END-PERFORM

                       WRITE REG-VENDEDORES

                       IF WS-FS-VENDEDORES NOT EQUAL ZEROS
                        DISPLAY "ERRO! NAO FOI POSSIVEL GRAVAR O "
                                "REGISTRO"
                        DISPLAY "FILE STATUS: " WS-FS-VENDEDORES
                       ELSE
                        DISPLAY "REGISTRO GRAVADO COM SUCESSO!!"
                        MOVE 'VENDEDORES'    TO WS-LOG-ARQUIVO-PARM
                        MOVE CODIGO-VENDEDOR TO WS-LOG-CHAVE-PARM
                        MOVE 'INCLUSAO'      TO WS-LOG-OPERACAO-PARM
                        PERFORM GRAVA-LOG
                       END-IF
                   END-IF

                   DISPLAY "DESEJA GRAVAR UM NOVO REGISTRO? SIM OU NAO?"
                   ACCEPT WS-GRAVAR
               ELSE
                DISPLAY "ERRO AO CRIAR O ARQUIVO"
                DISPLAY "FILE STATUS: " WS-FS-ABERTURA
               END-IF
           END-PERFORM.

           MOVE 'SIM' TO WS-GRAVAR

           CLOSE VENDEDORES.
           PERFORM CADASTRO-VENDEDORES.

           CONSULTA-VENDEDORES.

           OPEN INPUT VENDEDORES

            IF WS-FS-VENDEDORES NOT EQUAL ZEROS
                DISPLAY "NAO HA VENDEDORES CADASTRADOS"
            ELSE
                MOVE 'S' TO WS-EOF
                PERFORM UNTIL WS-EOF = 'F'
                   READ VENDEDORES NEXT RECORD INTO WS-REG-VENDEDORES
                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                         DISPLAY "CODIGO DO VENDEDOR: "
                                 WS-CODIGO-VENDEDOR
                                 " NOME: " WS-VD-NOME
                                 " COMISSAO: " WS-VD-PERC-COMISSAO
                   END-READ
                END-PERFORM
                CLOSE VENDEDORES
            END-IF.

           PERFORM CADASTRO-VENDEDORES.

           RELATORIO-COMISSOES.

           MOVE ZERO TO WS-COM-QTD-VEND
           MOVE ZERO TO WS-COM-TOT-VENDAS
           MOVE ZERO TO WS-COM-TOT-COMISSAO

           DISPLAY "----- RELATORIO MENSAL DE COMISSOES -----"
           DISPLAY "INFORME O MES DE REFERENCIA (AAAAMM)"
           ACCEPT WS-COM-MES
           COMPUTE WS-COM-DATA-INI = (WS-COM-MES * 100) + 1
           COMPUTE WS-COM-DATA-FIM = (WS-COM-MES * 100) + 31

           OPEN INPUT PEDIDO-VENDAS
           PERFORM ABRE-VENDEDORES-METAS

           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
               DISPLAY "NAO HA PEDIDOS CADASTRADOS"
           ELSE
               PERFORM APURA-VENDAS-MES

               CLOSE PEDIDO-VENDAS

               DISPLAY " "
               DISPLAY "COMISSOES DO MES " WS-COM-MES
               PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                    UNTIL WS-COM-IDX > WS-COM-QTD-VEND
                   PERFORM MOSTRA-COMISSAO-VENDEDOR
               END-PERFORM

               DISPLAY " "
               DISPLAY "TOTAL DE VENDAS DO MES: " WS-COM-TOT-VENDAS
               DISPLAY "TOTAL DE COMISSOES DO MES: "
                       WS-COM-TOT-COMISSAO
           END-IF

           PERFORM FECHA-VENDEDORES-METAS.

           PERFORM CADASTRO-VENDEDORES.

           ABRE-VENDEDORES-METAS.

           MOVE 'N' TO WS-MT-VEND-ABERTO
           MOVE 'N' TO WS-MT-META-ABERTO

           OPEN INPUT VENDEDORES
           IF WS-FS-VENDEDORES EQUAL ZEROS
               MOVE 'S' TO WS-MT-VEND-ABERTO
           END-IF

           OPEN INPUT METAS-VENDAS
           IF WS-FS-METAS EQUAL ZEROS
               MOVE 'S' TO WS-MT-META-ABERTO
           END-IF.

           FECHA-VENDEDORES-METAS.

           IF WS-MT-VEND-ABERTO EQUAL 'S'
               CLOSE VENDEDORES
           END-IF

           IF WS-MT-META-ABERTO EQUAL 'S'
               CLOSE METAS-VENDAS
           END-IF.

           APURA-VENDAS-MES.

           MOVE WS-COM-DATA-INI TO PV-DATA-PEDIDO
           START PEDIDO-VENDAS KEY IS >= PV-DATA-PEDIDO
               INVALID KEY
                   DISPLAY "NENHUM PEDIDO A PARTIR DE "
                           WS-COM-DATA-INI
                   MOVE 'F' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'F'
              READ PEDIDO-VENDAS NEXT RECORD
                                 INTO WS-REG-PEDIDO-VENDAS
                  AT END MOVE 'F' TO WS-EOF
                  NOT AT END
                      IF WS-PV-DATA-PEDIDO > WS-COM-DATA-FIM
                          MOVE 'F' TO WS-EOF
                      ELSE
                          IF WS-PV-STATUS NOT EQUAL 'CANCELADO'
                              PERFORM ACUMULA-VENDEDOR-COMISSAO
                          END-IF
                      END-IF
              END-READ
           END-PERFORM.

           ACUMULA-VENDEDOR-COMISSAO.

           MOVE 'N' TO WS-REL-ACHOU
           PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                UNTIL WS-COM-IDX > WS-COM-QTD-VEND
               IF WS-COM-VEND-CODIGO (WS-COM-IDX)
                                       EQUAL WS-PV-CODIGO-VENDEDOR
                   ADD WS-PV-VALOR-TOTAL TO
                                   WS-COM-VEND-TOTAL (WS-COM-IDX)
                   MOVE 'S' TO WS-REL-ACHOU
               END-IF
           END-PERFORM

           IF WS-REL-ACHOU NOT EQUAL 'S'
               IF WS-COM-QTD-VEND >= 200
                   DISPLAY "AVISO: LIMITE DE 200 VENDEDORES NO "
                           "RELATORIO ATINGIDO - VENDEDOR "
                           WS-PV-CODIGO-VENDEDOR
                           " NAO ENTROU NO SUBTOTAL"
               ELSE
                   ADD 1 TO WS-COM-QTD-VEND
                   SET WS-COM-IDX TO WS-COM-QTD-VEND
                   MOVE WS-PV-CODIGO-VENDEDOR
                                   TO WS-COM-VEND-CODIGO (WS-COM-IDX)
                   MOVE WS-PV-VALOR-TOTAL
                                   TO WS-COM-VEND-TOTAL (WS-COM-IDX)
               END-IF
           END-IF.

           MOSTRA-COMISSAO-VENDEDOR.

           PERFORM CALCULA-COMISSAO-VENDEDOR

           ADD WS-COM-VEND-TOTAL (WS-COM-IDX) TO WS-COM-TOT-VENDAS
           ADD WS-COM-COMISSAO TO WS-COM-TOT-COMISSAO

           DISPLAY "VENDEDOR: " WS-COM-VEND-CODIGO (WS-COM-IDX)
                   " NOME: " WS-VD-NOME
                   " VENDAS: " WS-COM-VEND-TOTAL (WS-COM-IDX)
                   " PERC: " WS-MT-PERC-APLICADO
                   " COMISSAO: " WS-COM-COMISSAO

           IF WS-MT-BONUS EQUAL 'S'
               DISPLAY "   META DE " MT-VALOR-META
                       " SUPERADA - APLICADO O PERCENTUAL DE META"
           END-IF.

           CALCULA-COMISSAO-VENDEDOR.

           MOVE WS-COM-VEND-CODIGO (WS-COM-IDX) TO CODIGO-VENDEDOR
           MOVE SPACES TO WS-VD-NOME
           MOVE ZEROS TO WS-VD-PERC-COMISSAO

           IF WS-MT-VEND-ABERTO EQUAL 'S'
               READ VENDEDORES RECORD INTO WS-REG-VENDEDORES
                  KEY IS CODIGO-VENDEDOR
                  INVALID KEY
                      MOVE 'NAO CADASTRADO' TO WS-VD-NOME
                      MOVE ZEROS TO WS-VD-PERC-COMISSAO
               END-READ
           END-IF

           MOVE WS-VD-PERC-COMISSAO TO WS-MT-PERC-APLICADO
           MOVE 'N' TO WS-MT-ACHOU
           MOVE 'N' TO WS-MT-BONUS

           IF WS-MT-META-ABERTO EQUAL 'S'
               MOVE WS-COM-VEND-CODIGO (WS-COM-IDX)
                                       TO MT-CODIGO-VENDEDOR
               MOVE WS-COM-MES TO MT-ANO-MES
               READ METAS-VENDAS RECORD
                  KEY IS MT-CHAVE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 'S' TO WS-MT-ACHOU
               END-READ
           END-IF

           IF WS-MT-ACHOU EQUAL 'S'
              AND MT-VALOR-META > ZEROS
              AND WS-COM-VEND-TOTAL (WS-COM-IDX) > MT-VALOR-META
              AND MT-PERC-COMISSAO-META > WS-MT-PERC-APLICADO
               MOVE MT-PERC-COMISSAO-META TO WS-MT-PERC-APLICADO
               MOVE 'S' TO WS-MT-BONUS
           END-IF

           COMPUTE WS-COM-COMISSAO =
              (WS-COM-VEND-TOTAL (WS-COM-IDX) *
               WS-MT-PERC-APLICADO) / 100.

           MANUTENCAO-METAS.

           MOVE SPACES TO WS-PED-ERRO

           DISPLAY "----- MANUTENCAO DE METAS DE VENDAS -----"
           DISPLAY "INFORME O CODIGO DO VENDEDOR"
           ACCEPT CODIGO-VENDEDOR

           OPEN INPUT VENDEDORES

            IF WS-FS-VENDEDORES NOT EQUAL ZEROS
                DISPLAY "NAO HA VENDEDORES CADASTRADOS"
                MOVE 'S' TO WS-PED-ERRO
            ELSE
                READ VENDEDORES RECORD INTO WS-REG-VENDEDORES
                   KEY IS CODIGO-VENDEDOR
                   INVALID KEY
                       DISPLAY "VENDEDOR NAO CADASTRADO"
                       MOVE 'S' TO WS-PED-ERRO
                END-READ
                CLOSE VENDEDORES
            END-IF

           IF WS-PED-ERRO NOT EQUAL 'S'
               DISPLAY "VENDEDOR: " WS-VD-NOME
                       " COMISSAO NORMAL: " WS-VD-PERC-COMISSAO
               DISPLAY "INFORME O MES DA META (AAAAMM)"
               ACCEPT WS-COM-MES
               DIVIDE WS-COM-MES BY 100 GIVING WS-MT-Z-QUOC
                                        REMAINDER WS-MT-MES-MM
               IF WS-MT-MES-MM < 1 OR WS-MT-MES-MM > 12
                   DISPLAY "MES INVALIDO"
                   MOVE 'S' TO WS-PED-ERRO
               END-IF
           END-IF

           IF WS-PED-ERRO NOT EQUAL 'S'
               OPEN I-O METAS-VENDAS

               IF WS-FS-METAS EQUAL 35
                   OPEN OUTPUT METAS-VENDAS
                   CLOSE METAS-VENDAS
                   OPEN I-O METAS-VENDAS
               END-IF

               IF WS-FS-METAS NOT EQUAL ZEROS
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE METAS"
                   DISPLAY "FILE STATUS: " WS-FS-METAS
               ELSE
                   MOVE WS-CODIGO-VENDEDOR TO MT-CODIGO-VENDEDOR
                   MOVE WS-COM-MES TO MT-ANO-MES
                   MOVE 'N' TO WS-MT-ACHOU

                   READ METAS-VENDAS RECORD
                      KEY IS MT-CHAVE
                      INVALID KEY
                          DISPLAY "META NAO CADASTRADA - INCLUSAO"
                      NOT INVALID KEY
                          MOVE 'S' TO WS-MT-ACHOU
                   END-READ

                   MOVE WS-MT-ACHOU TO WS-UPDATE

                   IF WS-MT-ACHOU EQUAL 'S'
                       PERFORM MOSTRA-META-VENDEDOR
                       MOVE SPACES TO WS-MT-RESP
                       DISPLAY "DESEJA EXCLUIR ESTA META? S/N"
                       ACCEPT WS-MT-RESP
                   ELSE
                       MOVE ZEROS TO REG-METAS-VENDAS
                       MOVE WS-CODIGO-VENDEDOR TO MT-CODIGO-VENDEDOR
                       MOVE WS-COM-MES TO MT-ANO-MES
                       MOVE 'N' TO WS-MT-RESP
                   END-IF

                   IF WS-MT-RESP EQUAL 'S'
                       DELETE METAS-VENDAS RECORD
                       IF WS-FS-METAS NOT EQUAL ZEROS
                           DISPLAY "ERRO AO EXCLUIR A META"
                           DISPLAY "FILE STATUS: " WS-FS-METAS
                       ELSE
                           DISPLAY "META EXCLUIDA COM SUCESSO!!"
                           MOVE 'METAS-VENDAS' TO WS-LOG-ARQUIVO-PARM
                           MOVE MT-CODIGO-VENDEDOR
                                               TO WS-LOG-CHAVE-PARM
                           MOVE 'EXCLUSAO'     TO WS-LOG-OPERACAO-PARM
                           PERFORM GRAVA-LOG
                       END-IF
                   ELSE
                       PERFORM INFORMA-DADOS-META
                       PERFORM GRAVA-META-VENDEDOR
                   END-IF

                   CLOSE METAS-VENDAS
               END-IF
           END-IF.

           PERFORM CADASTRO-VENDEDORES.

           MOSTRA-META-VENDEDOR.

           DISPLAY "META DO MES " MT-ANO-MES
                   " VALOR: " MT-VALOR-META
                   " PERC. AO SUPERAR: " MT-PERC-COMISSAO-META

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                UNTIL WS-MT-IDX > MT-QTD-PRODUTOS
               DISPLAY "   PRODUTO: " MT-PROD-CODIGO (WS-MT-IDX)
                       " QTDE: " MT-PROD-QTDE (WS-MT-IDX)
           END-PERFORM.

           INFORMA-DADOS-META.

           MOVE MT-VALOR-META TO WS-MT-VALOR-ANT
           DISPLAY "INFORME O VALOR DA META DO MES"
           IF WS-MT-ACHOU EQUAL 'S'
               DISPLAY "OU PRESSIONE ENTER PARA MANTER O ATUAL"
           END-IF
           MOVE ZEROS TO MT-VALOR-META
           ACCEPT MT-VALOR-META
           IF MT-VALOR-META EQUAL ZEROS
               MOVE WS-MT-VALOR-ANT TO MT-VALOR-META
           END-IF
           PERFORM UNTIL MT-VALOR-META NOT = ZERO
               DISPLAY "O VALOR DA META NAO PODE SER ZERO"
               DISPLAY "INFORME O VALOR DA META DO MES"
               ACCEPT MT-VALOR-META
           END-PERFORM

           MOVE MT-PERC-COMISSAO-META TO WS-MT-PERC-ANT
           DISPLAY "INFORME O PERCENTUAL DE COMISSAO AO SUPERAR A META"
           IF WS-MT-ACHOU EQUAL 'S'
               DISPLAY "OU PRESSIONE ENTER PARA MANTER O ATUAL"
           ELSE
               DISPLAY "OU PRESSIONE ENTER PARA MANTER O NORMAL"
           END-IF
           MOVE ZEROS TO MT-PERC-COMISSAO-META
           ACCEPT MT-PERC-COMISSAO-META
           IF MT-PERC-COMISSAO-META EQUAL ZEROS
               MOVE WS-MT-PERC-ANT TO MT-PERC-COMISSAO-META
           END-IF
           PERFORM UNTIL MT-PERC-COMISSAO-META EQUAL ZEROS
                      OR MT-PERC-COMISSAO-META > WS-VD-PERC-COMISSAO
               DISPLAY "O PERCENTUAL DE META DEVE SER MAIOR QUE O "
                       "NORMAL: " WS-VD-PERC-COMISSAO
               DISPLAY "INFORME O PERCENTUAL (ENTER = SEM PERCENTUAL "
                       "DE META)"
               MOVE ZEROS TO MT-PERC-COMISSAO-META
               ACCEPT MT-PERC-COMISSAO-META
           END-PERFORM

           MOVE SPACES TO WS-MT-RESP
           DISPLAY "DESEJA INFORMAR METAS DE QUANTIDADE POR PRODUTO? "
                   "S/N"
           IF WS-MT-ACHOU EQUAL 'S'
               DISPLAY "(S SUBSTITUI AS METAS DE PRODUTO ATUAIS)"
           END-IF
           ACCEPT WS-MT-RESP

           IF WS-MT-RESP EQUAL 'S'
               MOVE ZEROS TO MT-QTD-PRODUTOS
               PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                    UNTIL WS-MT-IDX > 10
                   MOVE ZEROS TO MT-PROD-CODIGO (WS-MT-IDX)
                   MOVE ZEROS TO MT-PROD-QTDE (WS-MT-IDX)
               END-PERFORM

               OPEN INPUT PRODUTOS
               IF WS-FS-PRODUTOS NOT EQUAL ZEROS
                   DISPLAY "NAO HA PRODUTOS CADASTRADOS"
               ELSE
                   MOVE 'S' TO WS-MT-FIM
                   PERFORM UNTIL WS-MT-FIM = 'F'
                       PERFORM INFORMA-PRODUTO-META
                   END-PERFORM
                   CLOSE PRODUTOS
               END-IF
           END-IF.

           INFORMA-PRODUTO-META.

           DISPLAY "INFORME O CODIGO DO PRODUTO"
           DISPLAY "OU PRESSIONE ENTER PARA ENCERRAR"
           MOVE ZEROS TO WS-MT-PRODUTO
           ACCEPT WS-MT-PRODUTO

           IF WS-MT-PRODUTO EQUAL ZEROS
               MOVE 'F' TO WS-MT-FIM
           ELSE
               MOVE 'N' TO WS-MT-ACHOU
               PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                    UNTIL WS-MT-IDX > MT-QTD-PRODUTOS
                   IF MT-PROD-CODIGO (WS-MT-IDX) EQUAL WS-MT-PRODUTO
                       MOVE 'S' TO WS-MT-ACHOU
                   END-IF
               END-PERFORM

               MOVE WS-MT-PRODUTO TO CODIGO-PRODUTO
               READ PRODUTOS RECORD
                  KEY IS CODIGO-PRODUTO
                  INVALID KEY
                      DISPLAY "PRODUTO NAO CADASTRADO"
                      MOVE 'E' TO WS-MT-ACHOU
               END-READ

               IF WS-MT-ACHOU EQUAL 'S'
                   DISPLAY "PRODUTO JA INFORMADO NESTA META"
               END-IF

               IF WS-MT-ACHOU EQUAL 'N'
                   ADD 1 TO MT-QTD-PRODUTOS
                   MOVE MT-QTD-PRODUTOS TO WS-MT-IDX
                   MOVE WS-MT-PRODUTO TO MT-PROD-CODIGO (WS-MT-IDX)
                   DISPLAY "PRODUTO: " PRODUTO
                   DISPLAY "INFORME A QUANTIDADE META DO PRODUTO"
                   ACCEPT MT-PROD-QTDE (WS-MT-IDX)
                   PERFORM UNTIL MT-PROD-QTDE (WS-MT-IDX) NOT = ZERO
                       DISPLAY "A QUANTIDADE NAO PODE SER ZERO"
                       DISPLAY "INFORME A QUANTIDADE META DO PRODUTO"
                       ACCEPT MT-PROD-QTDE (WS-MT-IDX)
                   END-PERFORM

                   IF MT-QTD-PRODUTOS >= 10
                       DISPLAY "LIMITE DE 10 PRODUTOS POR META ATINGIDO"
                       MOVE 'F' TO WS-MT-FIM
                   END-IF
               END-IF
           END-IF.

           GRAVA-META-VENDEDOR.

           IF WS-UPDATE EQUAL 'S'
               REWRITE REG-METAS-VENDAS
           ELSE
               WRITE REG-METAS-VENDAS
           END-IF

           IF WS-FS-METAS NOT EQUAL ZEROS
               DISPLAY "ERRO! NAO FOI POSSIVEL GRAVAR A META"
               DISPLAY "FILE STATUS: " WS-FS-METAS
           ELSE
               DISPLAY "META GRAVADA COM SUCESSO!!"
               MOVE 'METAS-VENDAS'     TO WS-LOG-ARQUIVO-PARM
               MOVE MT-CODIGO-VENDEDOR TO WS-LOG-CHAVE-PARM
               IF WS-UPDATE EQUAL 'S'
                   MOVE 'ALTERACAO'    TO WS-LOG-OPERACAO-PARM
               ELSE
                   MOVE 'INCLUSAO'     TO WS-LOG-OPERACAO-PARM
               END-IF
               PERFORM GRAVA-LOG
           END-IF.

           RELATORIO-ATINGIMENTO-METAS.

           MOVE ZERO TO WS-COM-QTD-VEND
           MOVE ZERO TO WS-COM-TOT-VENDAS
           MOVE ZERO TO WS-COM-TOT-COMISSAO
           MOVE ZERO TO WS-MT-TOT-META
           MOVE SPACES TO WS-PED-ERRO

           DISPLAY "----- RELATORIO DE ATINGIMENTO DE METAS -----"
           DISPLAY "INFORME O MES DE REFERENCIA (AAAAMM)"
           ACCEPT WS-COM-MES
           DIVIDE WS-COM-MES BY 100 GIVING WS-MT-Z-QUOC
                                    REMAINDER WS-MT-MES-MM
           IF WS-MT-MES-MM < 1 OR WS-MT-MES-MM > 12
               DISPLAY "MES INVALIDO"
               MOVE 'S' TO WS-PED-ERRO
           END-IF

           IF WS-PED-ERRO NOT EQUAL 'S'
               COMPUTE WS-COM-DATA-INI = (WS-COM-MES * 100) + 1
               COMPUTE WS-COM-DATA-FIM = (WS-COM-MES * 100) + 31
               PERFORM CALCULA-DIAS-UTEIS

               PERFORM ABRE-VENDEDORES-METAS

               IF WS-MT-META-ABERTO NOT EQUAL 'S'
                   DISPLAY "NAO HA METAS DE VENDAS CADASTRADAS"
               ELSE
                   OPEN INPUT PEDIDO-VENDAS
                   OPEN INPUT ITENS-PEDIDO

                   IF WS-FS-PEDIDOS EQUAL ZEROS
                       PERFORM APURA-VENDAS-MES
                   END-IF

                   PERFORM INCLUI-VENDEDORES-COM-META

                   DISPLAY " "
                   DISPLAY "ATINGIMENTO DE METAS DO MES " WS-COM-MES
                   DISPLAY "DIAS UTEIS DECORRIDOS: " WS-MT-DU-DECORRIDOS
                           " DE " WS-MT-DU-TOTAL
                   PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                        UNTIL WS-COM-IDX > WS-COM-QTD-VEND
                       PERFORM MOSTRA-ATINGIMENTO-VENDEDOR
                   END-PERFORM

                   DISPLAY " "
                   DISPLAY "TOTAL DAS METAS DO MES: " WS-MT-TOT-META
                   DISPLAY "TOTAL DE VENDAS DO MES: " WS-COM-TOT-VENDAS
                   DISPLAY "TOTAL DE COMISSOES DO MES: "
                           WS-COM-TOT-COMISSAO

                   IF WS-FS-PEDIDOS EQUAL ZEROS
                       CLOSE PEDIDO-VENDAS
                   END-IF
                   IF WS-FS-ITENS EQUAL ZEROS
                       CLOSE ITENS-PEDIDO
                   END-IF
               END-IF

               PERFORM FECHA-VENDEDORES-METAS
           END-IF.

           PERFORM CADASTRO-VENDEDORES.

           INCLUI-VENDEDORES-COM-META.

           MOVE 'S' TO WS-MT-FIM
           PERFORM UNTIL WS-MT-FIM = 'F'
               READ METAS-VENDAS NEXT RECORD
                   AT END MOVE 'F' TO WS-MT-FIM
                   NOT AT END
                     IF MT-ANO-MES EQUAL WS-COM-MES
                         MOVE 'N' TO WS-REL-ACHOU
                         PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                              UNTIL WS-COM-IDX > WS-COM-QTD-VEND
                             IF WS-COM-VEND-CODIGO (WS-COM-IDX)
                                           EQUAL MT-CODIGO-VENDEDOR
                                 MOVE 'S' TO WS-REL-ACHOU
                             END-IF
                         END-PERFORM

                         IF WS-REL-ACHOU NOT EQUAL 'S'
                             IF WS-COM-QTD-VEND >= 200
                                 DISPLAY "AVISO: LIMITE DE 200 "
                                         "VENDEDORES NO RELATORIO "
                                         "ATINGIDO - VENDEDOR "
                                         MT-CODIGO-VENDEDOR
                                         " NAO ENTROU NO SUBTOTAL"
                             ELSE
                                 ADD 1 TO WS-COM-QTD-VEND
                                 SET WS-COM-IDX TO WS-COM-QTD-VEND
                                 MOVE MT-CODIGO-VENDEDOR
                                      TO WS-COM-VEND-CODIGO (WS-COM-IDX)
                                 MOVE ZEROS
                                      TO WS-COM-VEND-TOTAL (WS-COM-IDX)
                             END-IF
                         END-IF
                     END-IF
               END-READ
           END-PERFORM.

           MOSTRA-ATINGIMENTO-VENDEDOR.

           PERFORM CALCULA-COMISSAO-VENDEDOR

           ADD WS-COM-VEND-TOTAL (WS-COM-IDX) TO WS-COM-TOT-VENDAS
           ADD WS-COM-COMISSAO TO WS-COM-TOT-COMISSAO

           DISPLAY " "
           DISPLAY "VENDEDOR: " WS-COM-VEND-CODIGO (WS-COM-IDX)
                   " NOME: " WS-VD-NOME

           IF WS-MT-ACHOU NOT EQUAL 'S' OR MT-VALOR-META EQUAL ZEROS
               DISPLAY "   SEM META NO MES - VENDAS: "
                       WS-COM-VEND-TOTAL (WS-COM-IDX)
           ELSE
               ADD MT-VALOR-META TO WS-MT-TOT-META
               MOVE ZEROS TO WS-MT-ESPERADO
               MOVE ZEROS TO WS-MT-RITMO
               MOVE ZEROS TO WS-MT-PROJECAO

               COMPUTE WS-MT-ATINGIDO ROUNDED =
                  (WS-COM-VEND-TOTAL (WS-COM-IDX) * 100) / MT-VALOR-META
                  ON SIZE ERROR MOVE 99999.99 TO WS-MT-ATINGIDO
               END-COMPUTE

               IF WS-MT-DU-TOTAL > ZEROS
                   COMPUTE WS-MT-ESPERADO ROUNDED =
                      (MT-VALOR-META * WS-MT-DU-DECORRIDOS)
                                                  / WS-MT-DU-TOTAL
               END-IF

               IF WS-MT-ESPERADO > ZEROS
                   COMPUTE WS-MT-RITMO ROUNDED =
                      (WS-COM-VEND-TOTAL (WS-COM-IDX) * 100)
                                                  / WS-MT-ESPERADO
                      ON SIZE ERROR MOVE 99999.99 TO WS-MT-RITMO
                   END-COMPUTE
               END-IF

               IF WS-MT-DU-DECORRIDOS > ZEROS
                   COMPUTE WS-MT-PROJECAO ROUNDED =
                      (WS-COM-VEND-TOTAL (WS-COM-IDX) * WS-MT-DU-TOTAL)
                                                  / WS-MT-DU-DECORRIDOS
               END-IF

               MOVE WS-MT-ATINGIDO TO WS-MT-PERC-ED
               DISPLAY "   META: " MT-VALOR-META
                       " VENDAS: " WS-COM-VEND-TOTAL (WS-COM-IDX)
                       " ATINGIDO: " WS-MT-PERC-ED "%"
               MOVE WS-MT-RITMO TO WS-MT-PERC-ED
               DISPLAY "   ESPERADO ATE HOJE: " WS-MT-ESPERADO
                       " RITMO: " WS-MT-PERC-ED "%"
                       " PROJECAO NO MES: " WS-MT-PROJECAO

               IF MT-QTD-PRODUTOS > ZEROS
                   PERFORM APURA-PRODUTOS-META
                   PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                        UNTIL WS-MT-IDX > MT-QTD-PRODUTOS
                       COMPUTE WS-MT-ATINGIDO ROUNDED =
                          (WS-MT-VENDIDO (WS-MT-IDX) * 100)
                                       / MT-PROD-QTDE (WS-MT-IDX)
                          ON SIZE ERROR
                              MOVE 99999.99 TO WS-MT-ATINGIDO
                       END-COMPUTE
                       MOVE WS-MT-ATINGIDO TO WS-MT-PERC-ED
                       DISPLAY "   PRODUTO: "
                               MT-PROD-CODIGO (WS-MT-IDX)
                               " META QTDE: " MT-PROD-QTDE (WS-MT-IDX)
                               " VENDIDO: " WS-MT-VENDIDO (WS-MT-IDX)
                               " ATINGIDO: " WS-MT-PERC-ED "%"
                   END-PERFORM
               END-IF
           END-IF

           DISPLAY "   PERC: " WS-MT-PERC-APLICADO
                   " COMISSAO: " WS-COM-COMISSAO

           IF WS-MT-BONUS EQUAL 'S'
               DISPLAY "   META SUPERADA - APLICADO O PERCENTUAL "
                       "DE META"
           END-IF.

           APURA-PRODUTOS-META.

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                UNTIL WS-MT-IDX > 10
               MOVE ZEROS TO WS-MT-VENDIDO (WS-MT-IDX)
           END-PERFORM

           IF WS-FS-PEDIDOS NOT EQUAL ZEROS
              OR WS-FS-ITENS NOT EQUAL ZEROS
               MOVE 'F' TO WS-EOF
           ELSE
               MOVE WS-COM-DATA-INI TO PV-DATA-PEDIDO
               START PEDIDO-VENDAS KEY IS >= PV-DATA-PEDIDO
                   INVALID KEY
                       MOVE 'F' TO WS-EOF
                   NOT INVALID KEY
                       MOVE 'S' TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-EOF = 'F'
              READ PEDIDO-VENDAS NEXT RECORD
                                 INTO WS-REG-PEDIDO-VENDAS
                  AT END MOVE 'F' TO WS-EOF
                  NOT AT END
                      IF WS-PV-DATA-PEDIDO > WS-COM-DATA-FIM
                          MOVE 'F' TO WS-EOF
                      ELSE
                          IF WS-PV-STATUS NOT EQUAL 'CANCELADO'
                             AND WS-PV-CODIGO-VENDEDOR EQUAL
                                            MT-CODIGO-VENDEDOR
                              PERFORM SOMA-ITENS-META
                          END-IF
                      END-IF
              END-READ
           END-PERFORM.

           SOMA-ITENS-META.

           MOVE WS-CODIGO-PEDIDO TO IP-CODIGO-PEDIDO
           MOVE ZEROS TO IP-NUMERO-ITEM
           START ITENS-PEDIDO KEY IS >= IP-CHAVE
               INVALID KEY MOVE 'F' TO WS-FIM-ITENS
               NOT INVALID KEY MOVE 'S' TO WS-FIM-ITENS
           END-START

           PERFORM UNTIL WS-FIM-ITENS = 'F'
               READ ITENS-PEDIDO NEXT RECORD INTO WS-REG-ITENS-PEDIDO
                   AT END MOVE 'F' TO WS-FIM-ITENS
                   NOT AT END
                     IF WS-IP-CODIGO-PEDIDO NOT = WS-CODIGO-PEDIDO
                         MOVE 'F' TO WS-FIM-ITENS
                     ELSE
                         PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                              UNTIL WS-MT-IDX > MT-QTD-PRODUTOS
                             IF MT-PROD-CODIGO (WS-MT-IDX)
                                           EQUAL WS-IP-CODIGO-PRODUTO
                                 ADD WS-IP-QTDE
                                          TO WS-MT-VENDIDO (WS-MT-IDX)
                             END-IF
                         END-PERFORM
                     END-IF
               END-READ
           END-PERFORM.

           CALCULA-DIAS-UTEIS.

           MOVE ZEROS TO WS-MT-DU-TOTAL
           MOVE ZEROS TO WS-MT-DU-DECORRIDOS

           MOVE WS-COM-MES TO WS-DM-ANO-MES-PARM
           PERFORM CALCULA-DIAS-MES

           ACCEPT WS-MT-HOJE FROM DATE YYYYMMDD
           DIVIDE WS-MT-HOJE BY 100 GIVING WS-MT-MES-ATUAL
                                    REMAINDER WS-MT-DIA-REF

           IF WS-COM-MES < WS-MT-MES-ATUAL
               MOVE WS-DM-DIAS TO WS-MT-DIA-REF
           END-IF
           IF WS-COM-MES > WS-MT-MES-ATUAL
               MOVE ZEROS TO WS-MT-DIA-REF
           END-IF

           MOVE WS-MT-MES-MM TO WS-MT-Z-MES
           IF WS-MT-Z-MES < 3
               ADD 12 TO WS-MT-Z-MES
               SUBTRACT 1 FROM WS-MT-Z-ANO
           END-IF
           DIVIDE WS-MT-Z-ANO BY 100 GIVING WS-MT-Z-J
                                    REMAINDER WS-MT-Z-K
           COMPUTE WS-MT-Z-SOMA = 1 + WS-MT-Z-K + (5 * WS-MT-Z-J)
           COMPUTE WS-MT-Z-QUOC = 13 * (WS-MT-Z-MES + 1)
           DIVIDE WS-MT-Z-QUOC BY 5 GIVING WS-MT-Z-QUOC
           ADD WS-MT-Z-QUOC TO WS-MT-Z-SOMA
           DIVIDE WS-MT-Z-K BY 4 GIVING WS-MT-Z-QUOC
           ADD WS-MT-Z-QUOC TO WS-MT-Z-SOMA
           DIVIDE WS-MT-Z-J BY 4 GIVING WS-MT-Z-QUOC
           ADD WS-MT-Z-QUOC TO WS-MT-Z-SOMA
           DIVIDE WS-MT-Z-SOMA BY 7 GIVING WS-MT-Z-QUOC
                                    REMAINDER WS-MT-DOW-1

           PERFORM VARYING WS-MT-DIA FROM 1 BY 1
                UNTIL WS-MT-DIA > WS-DM-DIAS
               COMPUTE WS-MT-Z-SOMA = WS-MT-DOW-1 + WS-MT-DIA - 1
               DIVIDE WS-MT-Z-SOMA BY 7 GIVING WS-MT-Z-QUOC
                                        REMAINDER WS-MT-DOW
               IF WS-MT-DOW > 1
                   ADD 1 TO WS-MT-DU-TOTAL
                   IF WS-MT-DIA <= WS-MT-DIA-REF
                       ADD 1 TO WS-MT-DU-DECORRIDOS
                   END-IF
               END-IF
           END-PERFORM.

           CALCULA-DIAS-MES.

           DIVIDE WS-DM-ANO-MES-PARM BY 100 GIVING WS-MT-Z-ANO
                                            REMAINDER WS-MT-MES-MM

           EVALUATE WS-MT-MES-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DM-DIAS
               WHEN 2
                   MOVE 28 TO WS-DM-DIAS
                   DIVIDE WS-MT-Z-ANO BY 4 GIVING WS-MT-Z-QUOC
                                          REMAINDER WS-MT-Z-RESTO
                   IF WS-MT-Z-RESTO EQUAL ZEROS
                       MOVE 29 TO WS-DM-DIAS
                       DIVIDE WS-MT-Z-ANO BY 100 GIVING WS-MT-Z-QUOC
                                              REMAINDER WS-MT-Z-RESTO
                       IF WS-MT-Z-RESTO EQUAL ZEROS
                           MOVE 28 TO WS-DM-DIAS
                           DIVIDE WS-MT-Z-ANO BY 400
                                  GIVING WS-MT-Z-QUOC
                                  REMAINDER WS-MT-Z-RESTO
                           IF WS-MT-Z-RESTO EQUAL ZEROS
                               MOVE 29 TO WS-DM-DIAS
                           END-IF
                       END-IF
                   END-IF
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DM-DIAS
               WHEN OTHER
                   MOVE ZEROS TO WS-DM-DIAS
           END-EVALUATE.

*******************************************************************************

                                  MOVE WS-NOME TO OV-NOME
                                  MOVE WS-RG TO OV-RG
                                  MOVE WS-TELEFONE TO OV-TELEFONE
                                  MOVE WS-CODIGO-TABELA-PRECO
                                                  TO WS-CLI-TABELA
                       END-READ
                   END-IF

           END-READ

           IF WS-ORC-FIM NOT EQUAL 'S'
               MOVE WS-CLI-TABELA TO WS-TP-TABELA-PARM
               MOVE CODIGO-PRODUTO TO WS-TP-PRODUTO-PARM
               MOVE OV-DATA-ORCAMENTO TO WS-TP-DATA-PARM
               MOVE WS-PRECO TO WS-TP-PRECO-BASE-PARM
               PERFORM OBTEM-PRECO-TABELA
               DISPLAY "PRECO DE TABELA DO PRODUTO: " WS-TP-PRECO
               DISPLAY "INFORME O PRECO DO ORCAMENTO"
               DISPLAY "OU PRESSIONE ENTER PARA O PRECO DE TABELA"
               MOVE ZEROS TO WS-TP-PRECO-INFORMADO
               ACCEPT WS-TP-PRECO-INFORMADO
               PERFORM VERIFICA-PRECO-MINIMO
               MOVE WS-TP-PRECO-INFORMADO TO OI-PRECO

               DISPLAY "INFORME A QUANTIDADE"
               ACCEPT OI-QTDE
               ELSE
                   DISPLAY "ITEM " OI-NUMERO-ITEM
                           " GRAVADO COM SUCESSO!!"
                   IF WS-TP-LIBERADO EQUAL 'S'
                       MOVE 'ORCAMENTOS'     TO WS-LOG-ARQUIVO-PARM
                       MOVE CODIGO-ORCAMENTO TO WS-LOG-CHAVE-PARM
                       MOVE 'DESCONTO'       TO WS-LOG-OPERACAO-PARM
                       PERFORM GRAVA-LOG
                   END-IF
                   ADD 1 TO WS-ORC-ITENS-GRAV
                   ADD OI-VALOR-ITEM TO WS-ORC-TOTAL
               END-IF
                      MOVE WS-OI-CODIGO-PRODUTO TO IP-CODIGO-PRODUTO
                      MOVE WS-OI-PRODUTO TO IP-PRODUTO
                      MOVE WS-OI-PRECO TO IP-PRECO
                      MOVE WS-CUSTO-MEDIO TO IP-CUSTO-UNITARIO
           END-READ

           IF WS-FIM-ITENS NOT EQUAL 'S'
                       MOVE ZEROS          TO WS-MOV-ENTRADA-PARM
                       MOVE IP-QTDE        TO WS-MOV-SAIDA-PARM
                       MOVE QTDE-ESTOQUE   TO WS-MOV-SALDO-PARM
                       MOVE CUSTO-MEDIO TO WS-MOV-CUSTO-PARM
                       PERFORM GRAVA-MOVTO-ESTOQUE
                   END-IF
               END-IF
           MOVE WS-MOV-ENTRADA-PARM   TO MV-QTDE-ENTRADA
           MOVE WS-MOV-SAIDA-PARM     TO MV-QTDE-SAIDA
           MOVE WS-MOV-SALDO-PARM     TO MV-SALDO-APOS
           MOVE WS-MOV-CUSTO-PARM     TO MV-CUSTO-UNITARIO

           OPEN EXTEND MOVTO-ESTOQUE

                           ELSE
                               MOVE ZEROS TO CEP
                           END-IF
                           MOVE ZEROS TO CODIGO-TABELA-PRECO
                           IF NOME EQUAL SPACES
                               MOVE 'NOME EM BRANCO' TO WS-REJ-MOTIVO
                               PERFORM REJEITA-CLIENTE-LOTE
                           MOVE LOTE-PRECO TO PRECO
                           MOVE LOTE-QTDE-ESTOQUE TO QTDE-ESTOQUE
                           MOVE LOTE-QTDE-MINIMA TO QTDE-MINIMA
                           MOVE ZEROS TO CUSTO-MEDIO
                           MOVE SPACES TO CLASSE-ABC
                           IF PRECO EQUAL ZERO
                               MOVE 'PRECO ZERO' TO WS-REJ-MOTIVO
                               PERFORM REJEITA-PRODUTO-LOTE
                         ELSE
                           MOVE LOTE-CODIGO-PEDIDO TO CODIGO-PEDIDO
                           IF WS-CARGA-REORG EQUAL 'S'
                               PERFORM VALIDA-REORG-LOTE
                           ELSE
                               PERFORM VALIDA-PEDIDO-LOTE
                           END-IF

           VALIDA-PEDIDO-LOTE.

           MOVE LOTE-PV-DATA-PEDIDO TO WS-PER-DATA-PARM
           PERFORM VERIFICA-PERIODO-FECHADO

           IF WS-PER-BLOQUEADO EQUAL 'S'
               MOVE 'PERIODO FECHADO' TO WS-REJ-MOTIVO
               PERFORM REJEITA-PEDIDO-LOTE
           ELSE
            IF LOTE-PV-QTDE EQUAL ZERO
                MOVE 'QTDE ZERO' TO WS-REJ-MOTIVO
                PERFORM REJEITA-PEDIDO-LOTE
            ELSE
                MOVE LOTE-PV-CODIGO-PRODUTO TO CODIGO-PRODUTO
                READ PRODUTOS RECORD
                  KEY IS CODIGO-PRODUTO
                  INVALID KEY
                    MOVE 'PRODUTO NAO ENCONTRADO' TO WS-REJ-MOTIVO
                    PERFORM REJEITA-PEDIDO-LOTE
                  NOT INVALID KEY
                    IF LOTE-PV-QTDE > QTDE-ESTOQUE
                        MOVE 'ESTOQUE INSUFICIENTE' TO WS-REJ-MOTIVO
                        PERFORM REJEITA-PEDIDO-LOTE
                    ELSE
                        PERFORM GRAVA-PEDIDO-LOTE
                        IF WS-CARGA-OK EQUAL 'S'
                            ADD 1 TO WS-CARGA-GRAVADOS
                        ELSE
                            PERFORM REJEITA-PEDIDO-LOTE
                        END-IF
                    END-IF
                END-READ
            END-IF
           END-IF.

           VALIDA-REORG-LOTE.

           MOVE LOTE-PV-CODIGO-PRODUTO TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
             KEY IS CODIGO-PRODUTO
             INVALID KEY
               MOVE 'PRODUTO NAO ENCONTRADO' TO WS-REJ-MOTIVO
               PERFORM REJEITA-PEDIDO-LOTE
             NOT INVALID KEY
               PERFORM GRAVA-PEDIDO-LOTE
               IF WS-CARGA-OK EQUAL 'S'
                   ADD 1 TO WS-CARGA-GRAVADOS
               ELSE
                   PERFORM REJEITA-PEDIDO-LOTE
               END-IF
           END-READ.

           REJEITA-PEDIDO-LOTE.

           ADD 1 TO WS-CARGA-REJEITADOS
           MOVE 'CLIENTES' TO WS-CKP-NOME (1)
           MOVE 'PRODUTOS' TO WS-CKP-NOME (2)
           MOVE 'PEDIDOS'  TO WS-CKP-NOME (3)
           MOVE 'REMESSA'  TO WS-CKP-NOME (4)
           MOVE 'RETORNO'  TO WS-CKP-NOME (5)
           MOVE ZEROS TO WS-CKP-CONT (1)
           MOVE ZEROS TO WS-CKP-CONT (2)
           MOVE ZEROS TO WS-CKP-CONT (3)
           MOVE ZEROS TO WS-CKP-CONT (4)
           MOVE ZEROS TO WS-CKP-CONT (5)
           MOVE ZEROS TO WS-CKP-PED (1)
           MOVE ZEROS TO WS-CKP-PED (2)
           MOVE ZEROS TO WS-CKP-PED (3)
           MOVE ZEROS TO WS-CKP-PED (4)
           MOVE ZEROS TO WS-CKP-PED (5)

           OPEN INPUT CARGA-CHECKPOINT

                       AT END MOVE 'F' TO WS-EOF
                       NOT AT END
                           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
                                UNTIL WS-CKP-IDX > 5
                               IF CKP-ARQUIVO EQUAL
                                         WS-CKP-NOME (WS-CKP-IDX)
                                AND CKP-CONTADOR IS NUMERIC
           END-IF

           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
                UNTIL WS-CKP-IDX > 5
               IF WS-CKP-NOME (WS-CKP-IDX) EQUAL WS-CKP-ARQ-PARM
                   MOVE WS-CKP-CONT (WS-CKP-IDX) TO WS-CKP-RETOMADA
                   MOVE WS-CKP-PED (WS-CKP-IDX) TO WS-CARGA-PED-ATUAL
           GRAVA-CHECKPOINT.

           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
                UNTIL WS-CKP-IDX > 5
               IF WS-CKP-NOME (WS-CKP-IDX) EQUAL WS-CKP-ARQ-PARM
                   MOVE WS-CARGA-LIDOS TO WS-CKP-CONT (WS-CKP-IDX)
                   MOVE WS-CARGA-PED-ATUAL TO WS-CKP-PED (WS-CKP-IDX)
           LIMPA-CHECKPOINT.

           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
                UNTIL WS-CKP-IDX > 5
               IF WS-CKP-NOME (WS-CKP-IDX) EQUAL WS-CKP-ARQ-PARM
                   MOVE ZEROS TO WS-CKP-CONT (WS-CKP-IDX)
                   MOVE ZEROS TO WS-CKP-PED (WS-CKP-IDX)

           PERFORM REGRAVA-CHECKPOINT.

           ZERA-CHECKPOINTS.

           MOVE SPACES TO WS-CKP-ARQ-PARM
           PERFORM LE-CHECKPOINT

           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
                UNTIL WS-CKP-IDX > 5
               MOVE ZEROS TO WS-CKP-CONT (WS-CKP-IDX)
               MOVE ZEROS TO WS-CKP-PED (WS-CKP-IDX)
           END-PERFORM

           PERFORM REGRAVA-CHECKPOINT.

           REGRAVA-CHECKPOINT.

           OPEN OUTPUT CARGA-CHECKPOINT

           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
                UNTIL WS-CKP-IDX > 5
               MOVE WS-CKP-NOME (WS-CKP-IDX) TO CKP-ARQUIVO
               MOVE WS-CKP-CONT (WS-CKP-IDX) TO CKP-CONTADOR
               MOVE WS-CKP-PED (WS-CKP-IDX) TO CKP-ULT-PEDIDO
                      MOVE SPACES TO PV-UF
                      MOVE ZEROS TO PV-CEP
                      MOVE ZEROS TO PV-DATA-ENTREGA
                      PERFORM OBTEM-ENDERECO-LOTE
                      IF WS-CARGA-REORG EQUAL 'S'
                          IF LOTE-PV-COND-PAGTO NUMERIC
                           AND LOTE-PV-COND-PAGTO >= 1
               COMPUTE IP-NUMERO-ITEM = PV-QTDE-ITENS + 1
               MOVE LOTE-PV-CODIGO-PRODUTO TO IP-CODIGO-PRODUTO
               MOVE LOTE-PV-PRODUTO TO IP-PRODUTO
               IF WS-CARGA-REORG EQUAL 'S'
                   MOVE LOTE-PV-PRECO TO IP-PRECO
               ELSE
                   MOVE PV-CODIGO-CLIENTE TO WS-TP-CLIENTE-PARM
                   PERFORM OBTEM-TABELA-CLIENTE
                   MOVE WS-CLI-TABELA TO WS-TP-TABELA-PARM
                   MOVE LOTE-PV-CODIGO-PRODUTO TO WS-TP-PRODUTO-PARM
                   MOVE PV-DATA-PEDIDO TO WS-TP-DATA-PARM
                   MOVE PRECO TO WS-TP-PRECO-BASE-PARM
                   PERFORM OBTEM-PRECO-TABELA
                   MOVE WS-TP-PRECO TO IP-PRECO
               END-IF
               MOVE LOTE-PV-QTDE TO IP-QTDE
               MOVE CUSTO-MEDIO TO IP-CUSTO-UNITARIO
               COMPUTE IP-VALOR-ITEM = IP-QTDE * IP-PRECO

               WRITE REG-ITENS-PEDIDO
                           MOVE ZEROS          TO WS-MOV-ENTRADA-PARM
                           MOVE IP-QTDE        TO WS-MOV-SAIDA-PARM
                           MOVE QTDE-ESTOQUE   TO WS-MOV-SALDO-PARM
                           MOVE CUSTO-MEDIO TO WS-MOV-CUSTO-PARM
                           PERFORM GRAVA-MOVTO-ESTOQUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           OBTEM-ENDERECO-LOTE.

           OPEN INPUT CLIENTES

           IF WS-FS-CLIENTES EQUAL ZEROS
               MOVE LOTE-PV-CODIGO-CLIENTE TO CODIGO-CLIENTE
               READ CLIENTES RECORD INTO WS-REG-CLIENTES
                  KEY IS CODIGO-CLIENTE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE WS-ENDERECO TO PV-ENDERECO
                      MOVE WS-ENDERECO-NUMERO TO PV-ENDERECO-NUMERO
                      MOVE WS-CIDADE TO PV-CIDADE
                      MOVE WS-UF TO PV-UF
                      MOVE WS-CEP TO PV-CEP
               END-READ
               CLOSE CLIENTES
           END-IF.

           ATUALIZA-RECEBER-LOTE.

           OPEN I-O CONTAS-RECEBER
                  MOVE ZEROS TO CR-VALOR-PAGO
                  MOVE ZEROS TO CR-DATA-PAGAMENTO
                  MOVE 'ABERTO' TO CR-SITUACAO
                  MOVE ZEROS TO CR-NUM-REMESSA
                  MOVE ZEROS TO CR-DATA-REMESSA
                  MOVE ZEROS TO CR-MULTA-PAGA
                  MOVE ZEROS TO CR-JUROS-PAGOS
                  MOVE ZEROS TO CR-ENCARGO-DISPENSADO
                  WRITE REG-CONTAS-RECEBER
                  IF WS-FS-RECEBER NOT EQUAL ZEROS
                      DISPLAY "ERRO AO GRAVAR O TITULO DO PEDIDO "
