      *                             CADASTROS BLOQUEIA COM A CADEIA    *
      *                             RODANDO E O SUPERVISOR PODE LIMPAR *
      *                             SESSOES PENDENTES NOS UTILITARIOS  *
      * 15/10/2026 FJF              INCLUIDO O MENU FINANCEIRO COM O   *
      *                             FECHAMENTO, A APROVACAO (SO        *
      *                             SUPERVISOR) E O EXTRATO DA         *
      *                             COMISSAO A PAGAR (PGFJF059P) E A   *
      *                             TELA DE PARAMETROS FINANCEIROS NO  *
      *                             MENU DE CADASTROS                  *
      * 15/10/2026 FJF              INCLUIDA A ENTRADA DE ESTOQUE NO   *
      *                             CADASTRO DE PRODUTOS E O RELATORIO *
      *                             DE POSICAO DE ESTOQUE E BACKORDER  *
      *                             (PGFJF060P)                        *
      * 15/10/2026 FJF              INCLUIDO O CADASTRO DA TABELA DE   *
      *                             PRECOS POR PRODUTO/REGIAO/VIGENCIA *
      *                             E O RELATORIO DE ITENS COM PRECO   *
      *                             FORA DA TABELA (PGFJF061P)         *
      * 15/10/2026 FJF              INCLUIDOS A LISTA DE PRE-PROTESTO  *
      *                             PARA O JURIDICO E A REIMPRESSAO    *
      *                             DAS CARTAS DE COBRANCA (PGFJF062P) *
      *                             NO MENU FINANCEIRO E OS DIAS DE    *
      *                             CADA ESTAGIO DA REGUA NA TELA DE   *
      *                             PARAMETROS FINANCEIROS             *
      * 15/10/2026 FJF              INCLUIDOS O CADASTRO DA ESTRUTURA  *
      *                             DE EQUIPES (PGFJF063P), O FILTRO   *
      *                             DE EQUIPE NOS RELATORIOS DE        *
      *                             COMISSAO E DE ATINGIMENTO DE META  *
      *                             E A EMISSAO DAS FOLHAS DE CARTEIRA *
      *                             POR EQUIPE (PGFJF021P)             *
      * 15/10/2026 FJF              INCLUIDOS O CADASTRO DE CONTATOS   *
      *                             DO CLIENTE (PGFJF064P) NO MENU DE  *
      *                             CLIENTES E A LISTA DE CONTATOS DA  *
      *                             CARTEIRA NO MENU DE RELATORIOS     *
      * 15/10/2026 FJF              INCLUIDOS A DEVOLUCAO DE PEDIDO COM*
      *                             NOTA DE CREDITO (PGFJF065P) NO     *
      *                             MENU DE PEDIDOS E O RELATORIO DE   *
      *                             DEVOLUCOES DO MES NO MENU DE       *
      *                             RELATORIOS                         *
      * 15/10/2026 FJF              INCLUIDOS O FECHAMENTO, A          *
      *                             REABERTURA E O RESUMO DO PERIODO   *
      *                             (PGFJF066P) NO MENU FINANCEIRO E A *
      *                             DATA DO PAGAMENTO NO REGISTRO DE   *
      *                             PAGAMENTO DE TITULO                *
      * 15/10/2026 FJF              INCLUIDOS O DEMONSTRATIVO DE       *
      *                             REEMBOLSO DE QUILOMETRAGEM         *
      *                             (PGFJF067P) NO MENU FINANCEIRO E O *
      *                             VALOR POR KM NOS PARAMETROS        *
      *                             FINANCEIROS                        *
      * 15/10/2026 FJF              INCLUIDOS O MAPA DE CONTAS         *
      *                             CONTABEIS (PGFJF068P) NO MENU DE   *
      *                             CADASTROS E A EXPORTACAO PARA A    *
      *                             CONTABILIDADE (PGFJF069P) E O SEU  *
      *                             RETORNO (PGFJF070P) NO MENU        *
      *                             EXECUTAR                           *
      * 15/10/2026 FJF              INCLUIDOS A REMESSA (PGFJF071P) E  *
      *                             O RETORNO (PGFJF072P) DA COBRANCA  *
      *                             BANCARIA NO MENU FINANCEIRO        *
      * 15/10/2026 FJF              INCLUIDOS A EMISSAO DAS FATURAS DO *
      *                             DIA (PGFJF073P) NO MENU EXECUTAR E *
      *                             A REIMPRESSAO DA FATURA NO MENU DE *
      *                             PEDIDOS                            *
      * 15/10/2026 FJF              INCLUIDOS O CADASTRO DE PEDIDOS    *
      *                             RECORRENTES (PGFJF074P) NO MENU DE *
      *                             PEDIDOS E A GERACAO DOS PEDIDOS    *
      *                             RECORRENTES (PGFJF075P) NO MENU    *
      *                             EXECUTAR                           *
      * 15/10/2026 FJF              INCLUIDOS OS CRITERIOS DE          *
      *                             RECUPERACAO NOS PARAMETROS         *
      *                             FINANCEIROS E O RELATORIO DE       *
      *                             RECUPERACAO DE CLIENTES (PGFJF076P)*
      *                             NO MENU DE RELATORIOS              *
      * 15/10/2026 FJF              INCLUIDA A GERACAO DOS PACOTES     *
      *                             DOS VENDEDORES (PGFJF077P) NO MENU *
      *                             EXECUTAR                           *
      * 15/10/2026 FJF              INCLUIDO O DEMONSTRATIVO DE        *
      *                             RENTABILIDADE POR REGIAO           *
      *                             (PGFJF078P) NO MENU DE RELATORIOS  *
      * 15/10/2026 FJF              INCLUIDO O CADASTRO DE CAMPANHAS   *
      *                             DE VENDA (PGFJF079P) NO MENU DE    *
      *                             CADASTROS E O RESULTADO DA         *
      *                             CAMPANHA NO MENU DE RELATORIOS     *
      * 15/10/2026 FJF              INCLUIDA A VARREDURA DE INTEGRIDADE*
      *                             REFERENCIAL (PGFJF080P) NO MENU DE *
      *                             UTILITARIOS                        *
      * 15/10/2026 FJF              INCLUIDA A FUSAO DE CLIENTES       *
      *                             DUPLICADOS (PGFJF081P), COM PREVIA *
      *                             E CONFIRMACAO, NO MENU DE          *
      *                             UTILITARIOS - SO SUPERVISOR        *
      * 15/10/2026 FJF              INCLUIDOS A RETENCAO LGPD NOS      *
      *                             PARAMETROS, A ANONIMIZACAO LGPD    *
      *                             (PGFJF082P) NO MENU EXECUTAR E O   *
      *                             RELATORIO DO TITULAR (PGFJF083P)   *
      *                             NO MENU DE RELATORIOS - SO         *
      *                             SUPERVISOR                         *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       01  WS-UTI-OPCAO                PIC  9(001)         VALUE ZEROS.
       01  WS-REL-OPCAO                PIC  9(002)         VALUE ZEROS.
       01  WS-EXE-OPCAO                PIC  9(002)         VALUE ZEROS.
       01  WS-FIN-OPCAO                PIC  9(002)         VALUE ZEROS.
       01  WS-CLI-OPCAO                PIC  9(001)         VALUE ZEROS.
       01  WS-VEN-OPCAO                PIC  9(001)         VALUE ZEROS.
       01  WS-CONFIRMA                 PIC  X(001)         VALUE ZEROS.
       01  WS-MET-VALOR                PIC  9(011)V9(002)  VALUE ZEROS.
      * RELATORIO DE ATINGIMENTO DE META
       01  WS-ATM-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-ATM-SUPERVISOR           PIC  9(003)         VALUE ZEROS.
      * LISTA DE VISITAS VENCIDAS
       01  WS-VNC-COD-VEND             PIC  9(003)         VALUE ZEROS.
      * EVOLUCAO DE CARTEIRA
      * RELATORIO DE COMISSAO
       01  WS-COM-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-COM-COD-VEND             PIC  9(003)         VALUE ZEROS.
       01  WS-COM-SUPERVISOR           PIC  9(003)         VALUE ZEROS.
      * CONTAS A RECEBER
       01  WS-TIT-OPCAO                PIC  9(001)         VALUE ZEROS.
       01  WS-TIT-NUMERO               PIC  9(009)         VALUE ZEROS.
       01  WS-TIT-VALOR                PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-TIT-SALDO                PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-TIT-VALOR-PAGTO          PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-TIT-DATA-PAGTO           PIC  9(008)         VALUE ZEROS.
      * RELATORIO DE AGING
       01  WS-AGI-COD-VEND             PIC  9(003)         VALUE ZEROS.
      * RELATORIO DE COBERTURA DE VISITAS
       01  WS-PAR-GER-SNAP             PIC  9(001)         VALUE ZEROS.
       01  WS-PAR-PRAZO-TITULO         PIC  9(003)         VALUE ZEROS.
       01  WS-PAR-PISO-ATING           PIC  9(003)         VALUE ZEROS.
      * PARAMETROS FINANCEIROS
       01  WS-PAR-DIAS-ESTORNO         PIC  9(003)         VALUE ZEROS.
       01  WS-PAR-COBR-EST1            PIC  9(003)         VALUE ZEROS.
       01  WS-PAR-COBR-EST2            PIC  9(003)         VALUE ZEROS.
       01  WS-PAR-COBR-EST3            PIC  9(003)         VALUE ZEROS.
       01  WS-PAR-VALOR-KM             PIC  9(003)V9(004)  VALUE ZEROS.
       01  WS-PAR-DIAS-SEM-COMPRA      PIC  9(003)         VALUE ZEROS.
       01  WS-PAR-PERC-QUEDA           PIC  9(003)         VALUE ZEROS.
       01  WS-PAR-MESES-LGPD           PIC  9(003)         VALUE ZEROS.
      * CARTAS DE COBRANCA
       01  WS-CCB-COD-CLIENTE          PIC  9(007)         VALUE ZEROS.
       01  WS-CCB-DATA-INI             PIC  9(008)         VALUE ZEROS.
       01  WS-CCB-DATA-FIM             PIC  9(008)         VALUE ZEROS.
      * COMISSAO A PAGAR
       01  WS-CPG-FUNCAO               PIC  9(001)         VALUE ZEROS.
       01  WS-CPG-DESCRICAO            PIC  X(040)         VALUE SPACES.
       01  WS-CPG-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-CPG-COD-VEND             PIC  9(003)         VALUE ZEROS.
      * ESTOQUE E BACKORDER
       01  WS-EST-COD-PRODUTO          PIC  9(005)         VALUE ZEROS.
       01  WS-EST-QUANTIDADE           PIC  9(007)         VALUE ZEROS.
       01  WS-EST-COD-VEND             PIC  9(003)         VALUE ZEROS.
      * TABELA DE PRECOS
       01  WS-TPR-OPCAO                PIC  9(001)         VALUE ZEROS.
       01  WS-TPR-PRODUTO              PIC  9(005)         VALUE ZEROS.
       01  WS-TPR-REGIAO               PIC  9(003)         VALUE ZEROS.
       01  WS-TPR-VIGENCIA             PIC  9(008)         VALUE ZEROS.
       01  WS-TPR-PRECO                PIC  9(007)V9(002)  VALUE ZEROS.
       01  WS-TPR-DESC-A               PIC  9(002)V9(002)  VALUE ZEROS.
       01  WS-TPR-DESC-B               PIC  9(002)V9(002)  VALUE ZEROS.
       01  WS-TPR-DESC-C               PIC  9(002)V9(002)  VALUE ZEROS.
       01  WS-TPR-DATA-INI             PIC  9(008)         VALUE ZEROS.
       01  WS-TPR-DATA-FIM             PIC  9(008)         VALUE ZEROS.
      * ESTRUTURA DE EQUIPES
       01  WS-EQP-OPCAO                PIC  9(001)         VALUE ZEROS.
       01  WS-EQP-TIPO                 PIC  X(001)         VALUE SPACES.
       01  WS-EQP-MEMBRO               PIC  9(003)         VALUE ZEROS.
       01  WS-EQP-VIGENCIA             PIC  9(008)         VALUE ZEROS.
       01  WS-EQP-SUPERIOR             PIC  9(003)         VALUE ZEROS.
       01  WS-EQP-DATA-REF             PIC  9(008)         VALUE ZEROS.
       01  WS-EQP-SUPERVISOR           PIC  9(003)         VALUE ZEROS.
       01  WS-EQP-GERENTE              PIC  9(003)         VALUE ZEROS.
      * FOLHAS DE CARTEIRA POR EQUIPE
       01  WS-CRT-DATA-EXEC            PIC  9(008)         VALUE ZEROS.
       01  WS-CRT-SUPERVISOR           PIC  9(003)         VALUE ZEROS.
      * CONTATOS DO CLIENTE
       01  WS-CTT-OPCAO                PIC  9(001)         VALUE ZEROS.
       01  WS-CTT-CLIENTE              PIC  9(007)         VALUE ZEROS.
       01  WS-CTT-SEQUENCIA            PIC  9(002)         VALUE ZEROS.
       01  WS-CTT-NOME                 PIC  X(040)         VALUE SPACES.
       01  WS-CTT-PAPEL                PIC  X(001)         VALUE SPACES.
       01  WS-CTT-TELEFONE             PIC  X(015)         VALUE SPACES.
       01  WS-CTT-EMAIL                PIC  X(060)         VALUE SPACES.
       01  WS-CTT-PREFERENCIAL         PIC  X(001)         VALUE SPACES.
       01  WS-CTT-VENDEDOR             PIC  9(003)         VALUE ZEROS.
      * DEVOLUCAO DE PEDIDO
       01  WS-DEV-CLIENTE              PIC  9(007)         VALUE ZEROS.
       01  WS-DEV-VALOR                PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-DEV-JA-DEVOLVIDO         PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-DEV-MOTIVO               PIC  X(001)         VALUE SPACES.
       01  WS-DEV-VALOR-DEV            PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-DEV-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-DEV-PROD1               PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-VEND1               PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-JADEV1              PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-QTD1                PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-PROD2               PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-VEND2               PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-JADEV2              PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-QTD2                PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-PROD3               PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-VEND3               PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-JADEV3              PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-QTD3                PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-PROD4               PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-VEND4               PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-JADEV4              PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-QTD4                PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-PROD5               PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-VEND5               PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-JADEV5              PIC  9(005)         VALUE ZEROS.
       01  WS-DEV-QTD5                PIC  9(005)         VALUE ZEROS.
      * FECHAMENTO DE PERIODO
       01  WS-PFC-FUNCAO               PIC  9(001)         VALUE ZEROS.
       01  WS-PFC-DESCRICAO            PIC  X(040)         VALUE SPACES.
       01  WS-PFC-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-PFC-MOTIVO               PIC  X(040)         VALUE SPACES.
      * REEMBOLSO DE QUILOMETRAGEM
       01  WS-RKM-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-RKM-COD-VEND             PIC  9(003)         VALUE ZEROS.
      * MAPA DE CONTAS CONTABEIS
       01  WS-MCT-OPCAO                PIC  9(001)         VALUE ZEROS.
       01  WS-MCT-EVENTO               PIC  X(001)         VALUE SPACES.
       01  WS-MCT-REGIAO               PIC  9(003)         VALUE ZEROS.
       01  WS-MCT-CONTA-DEB            PIC  X(020)         VALUE SPACES.
       01  WS-MCT-CONTA-CRED           PIC  X(020)         VALUE SPACES.
       01  WS-MCT-HISTORICO            PIC  X(030)         VALUE SPACES.
      * RESTAURACAO DE SNAPSHOT
       01  WS-RST-GERACAO              PIC  9(001)         VALUE ZEROS.
       01  WS-RST-ID-USUARIO           PIC  X(008)         VALUE SPACES.
       01  WS-RST-SENHA                PIC  X(008)         VALUE SPACES.
      * PEDIDOS RECORRENTES
       01  WS-PRC-OPCAO                PIC  9(001)         VALUE ZEROS.
       01  WS-PRC-NUMERO               PIC  9(006)         VALUE ZEROS.
       01  WS-PRC-CLIENTE              PIC  9(007)         VALUE ZEROS.
       01  WS-PRC-VENDEDOR             PIC  9(003)         VALUE ZEROS.
       01  WS-PRC-FREQUENCIA           PIC  X(001)         VALUE SPACES.
       01  WS-PRC-INICIO               PIC  9(008)         VALUE ZEROS.
       01  WS-PRC-FIM                  PIC  9(008)         VALUE ZEROS.
       01  WS-PRC-PROXIMA              PIC  9(008)         VALUE ZEROS.
       01  WS-PRC-SITUACAO             PIC  X(001)         VALUE SPACES.
       01  WS-PRC-PROD1                PIC  9(005)         VALUE ZEROS.
       01  WS-PRC-QTD1                 PIC  9(005)         VALUE ZEROS.
       01  WS-PRC-PROD2                PIC  9(005)         VALUE ZEROS.
       01  WS-PRC-QTD2                 PIC  9(005)         VALUE ZEROS.
       01  WS-PRC-PROD3                PIC  9(005)         VALUE ZEROS.
       01  WS-PRC-QTD3                 PIC  9(005)         VALUE ZEROS.
       01  WS-PRC-PROD4                PIC  9(005)         VALUE ZEROS.
       01  WS-PRC-QTD4                 PIC  9(005)         VALUE ZEROS.
       01  WS-PRC-PROD5                PIC  9(005)         VALUE ZEROS.
       01  WS-PRC-QTD5                 PIC  9(005)         VALUE ZEROS.
       01  WS-RCP-TIPO                 PIC  9(001)         VALUE ZEROS.
       01  WS-RCP-COD-VEND             PIC  9(003)         VALUE ZEROS.
       01  WS-RCP-DATA-INI             PIC  9(008)         VALUE ZEROS.
       01  WS-RCP-DATA-FIM             PIC  9(008)         VALUE ZEROS.
       01  WS-RTR-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-RTR-CSV                  PIC  X(001)         VALUE SPACES.
      *----------------------------------------------------------------*
      * CAMPANHAS DE VENDA                                             *
      *----------------------------------------------------------------*
       01  WS-CMP-OPCAO                PIC  9(001)         VALUE ZEROS.
       01  WS-CMP-CODIGO               PIC  9(005)         VALUE ZEROS.
       01  WS-CMP-DESCRICAO            PIC  X(040)         VALUE SPACES.
       01  WS-CMP-INICIO               PIC  9(008)         VALUE ZEROS.
       01  WS-CMP-FIM                  PIC  9(008)         VALUE ZEROS.
       01  WS-CMP-TIPO                 PIC  X(001)         VALUE SPACES.
       01  WS-CMP-PERC                 PIC  9(002)V9(002)  VALUE ZEROS.
       01  WS-CMP-VLR-UNIT             PIC  9(005)V9(002)  VALUE ZEROS.
       01  WS-CMP-SITUACAO             PIC  X(001)         VALUE SPACES.
       01  WS-CMP-PROD1                PIC  9(005)         VALUE ZEROS.
       01  WS-CMP-PROD2                PIC  9(005)         VALUE ZEROS.
       01  WS-CMP-PROD3                PIC  9(005)         VALUE ZEROS.
       01  WS-CMP-PROD4                PIC  9(005)         VALUE ZEROS.
       01  WS-CMP-PROD5                PIC  9(005)         VALUE ZEROS.
       01  WS-CMP-PROD6                PIC  9(005)         VALUE ZEROS.
       01  WS-CMP-PROD7                PIC  9(005)         VALUE ZEROS.
       01  WS-CMP-PROD8                PIC  9(005)         VALUE ZEROS.
       01  WS-CMP-REG1                 PIC  9(003)         VALUE ZEROS.
       01  WS-CMP-REG2                 PIC  9(003)         VALUE ZEROS.
       01  WS-CMP-REG3                 PIC  9(003)         VALUE ZEROS.
       01  WS-FUS-SOBREV               PIC  9(007)         VALUE ZEROS.
       01  WS-FUS-RETIRADO             PIC  9(007)         VALUE ZEROS.
       01  WS-TIT-CPF                  PIC  9(014)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      * AREAS DE COMUNICAÇÃO COM OUTROS PROGRAMAS                      *
           'PGFJF019P'.
       01  WS-PGFJF020                 PIC  X(009)         VALUE
           'PGFJF020P'.
       01  WS-PGFJF021                 PIC  X(009)         VALUE
           'PGFJF021P'.
       01  WS-PGFJF022                 PIC  X(009)         VALUE
           'PGFJF022P'.
       01  WS-PGFJF023                 PIC  X(009)         VALUE
           'PGFJF057P'.
       01  WS-PGFJF058                 PIC  X(009)         VALUE
           'PGFJF058P'.
       01  WS-PGFJF059                 PIC  X(009)         VALUE
           'PGFJF059P'.
       01  WS-PGFJF060                 PIC  X(009)         VALUE
           'PGFJF060P'.
       01  WS-PGFJF061                 PIC  X(009)         VALUE
           'PGFJF061P'.
       01  WS-PGFJF062                 PIC  X(009)         VALUE
           'PGFJF062P'.
       01  WS-PGFJF063                 PIC  X(009)         VALUE
           'PGFJF063P'.
       01  WS-PGFJF064                 PIC  X(009)         VALUE
           'PGFJF064P'.
       01  WS-PGFJF065                 PIC  X(009)         VALUE
           'PGFJF065P'.
       01  WS-PGFJF066                 PIC  X(009)         VALUE
           'PGFJF066P'.
       01  WS-PGFJF067                 PIC  X(009)         VALUE
           'PGFJF067P'.
       01  WS-PGFJF068                 PIC  X(009)         VALUE
           'PGFJF068P'.
       01  WS-PGFJF069                 PIC  X(009)         VALUE
           'PGFJF069P'.
       01  WS-PGFJF070                 PIC  X(009)         VALUE
           'PGFJF070P'.
       01  WS-PGFJF071                 PIC  X(009)         VALUE
           'PGFJF071P'.
       01  WS-PGFJF072                 PIC  X(009)         VALUE
           'PGFJF072P'.
       01  WS-PGFJF073                 PIC  X(009)         VALUE
           'PGFJF073P'.
       01  WS-PGFJF074                 PIC  X(009)         VALUE
           'PGFJF074P'.
       01  WS-PGFJF075                 PIC  X(009)         VALUE
           'PGFJF075P'.
       01  WS-PGFJF076                 PIC  X(009)         VALUE
           'PGFJF076P'.
       01  WS-PGFJF077                 PIC  X(009)         VALUE
           'PGFJF077P'.
       01  WS-PGFJF078                 PIC  X(009)         VALUE
           'PGFJF078P'.
       01  WS-PGFJF079                 PIC  X(009)         VALUE
           'PGFJF079P'.
       01  WS-PGFJF080                 PIC  X(009)         VALUE
           'PGFJF080P'.
       01  WS-PGFJF081                 PIC  X(009)         VALUE
           'PGFJF081P'.
       01  WS-PGFJF082                 PIC  X(009)         VALUE
           'PGFJF082P'.
       01  WS-PGFJF083                 PIC  X(009)         VALUE
           'PGFJF083P'.

       COPY LNKG002L.
       COPY LNKG004L.
       COPY LNKG018L.
       COPY LNKG019L.
       COPY LNKG020L.
       COPY LNKG021L.
       COPY LNKG022L.
       COPY LNKG023L.
       COPY LNKG025L.
       COPY LNKG056L.
       COPY LNKG057L.
       COPY LNKG058L.
       COPY LNKG059L.
       COPY LNKG060L.
       COPY LNKG061L.
       COPY LNKG062L.
       COPY LNKG063L.
       COPY LNKG064L.
       COPY LNKG065L.
       COPY LNKG066L.
       COPY LNKG067L.
       COPY LNKG068L.
       COPY LNKG069L.
       COPY LNKG070L.
       COPY LNKG071L.
       COPY LNKG072L.
       COPY LNKG073L.
       COPY LNKG074L.
       COPY LNKG075L.
       COPY LNKG076L.
       COPY LNKG077L.
       COPY LNKG078L.
       COPY LNKG079L.
       COPY LNKG080L.
       COPY LNKG081L.
       COPY LNKG082L.
       COPY LNKG083L.
      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
           05  LINE 12 COL 10          VALUE "5 - UTILITARIOS".
           05  LINE 13 COL 10          VALUE
           "4 - ADMINISTRACAO DE USUARIOS".
           05  LINE 14 COL 10          VALUE "6 - FINANCEIRO".
           05  LINE 15 COL 10          VALUE 
           "INFORME A OPCAO DESEJADA E TECLE ENTER: ".
           05  LINE 15 COL 49,         PIC  9(001)
           "3 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 11 COL 10          VALUE "9 - SAIR DO SISTEMA".
           05  LINE 12 COL 10          VALUE "4 - CADASTRO DE REGIAO".
           05  LINE 13 COL 10          VALUE
           "16 - PARAMETROS FINANCEIROS".
           05  LINE 14 COL 10          VALUE
           "17 - TABELA DE PRECOS".
           05  LINE 16 COL 10          VALUE
           "18 - ESTRUTURA DE EQUIPES".
           05  LINE 17 COL 10          VALUE
           "19 - MAPA DE CONTAS CONTABEIS".
           05  LINE 18 COL 10          VALUE
           "20 - CAMPANHAS DE VENDA".
           05  LINE 08 COL 40          VALUE "5 - ATRIBUICAO FIXADA".
           05  LINE 09 COL 40          VALUE
           "6 - AUSENCIA DE VENDEDOR".
           "5 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 12 COL 10          VALUE
           "4 - CONSULTA CLIENTE 360".
           05  LINE 13 COL 10          VALUE
           "6 - CONTATOS DO CLIENTE".
           05  LINE 15 COL 10          VALUE 
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 15 COL 49          PIC  9(001)
           05  LINE 11 COL 10          VALUE
           "5 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 12 COL 10          VALUE "4 - MUDAR SITUACAO".
           05  LINE 13 COL 10          VALUE
           "6 - DEVOLUCAO / NOTA DE CREDITO".
           05  LINE 14 COL 10          VALUE
           "7 - REIMPRIMIR FATURA".
           05  LINE 08 COL 45          VALUE
           "8 - PEDIDOS RECORRENTES".
           05  LINE 15 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 15 COL 49          PIC  9(001)
           "CODIGO VENDEDOR (0=TODOS):".
           05  LINE 09 COL 38,         PIC  ZZ9
                                       TO WS-COM-COD-VEND.
           05  LINE 10 COL 10          VALUE
           "EQUIPE/SUPERV. (0=TODAS).:".
           05  LINE 10 COL 38,         PIC  ZZ9
                                       TO WS-COM-SUPERVISOR.
           05  LINE 17 COL 10          VALUE
           "1-GERAR RELATORIO   2-VOLTAR   9-SAIR DO SISTEMA".
           05  LINE 18 COL 10          VALUE
           05  LINE 14 COL 10          VALUE
           "4 - RESTAURAR SNAPSHOT (SUPERVISOR)".
           05  LINE 15 COL 10          VALUE
           "7 - VARREDURA DE INTEGRIDADE".
           05  LINE 16 COL 10          VALUE
           "8 - FUSAO DE CLIENTES (SUPERVISOR)".
           05  LINE 17 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 17 COL 49          PIC  9(001)
                                       TO WS-UTI-OPCAO.

       01  T023-PARAMETROS.
           "14 - REIMPRIME AVISOS".
           05  LINE 18 COL 48          VALUE
           "15 - PROSPECTOS".
           05  LINE 13 COL 10          VALUE
           "16 - ESTOQUE E BACKORDER".
           05  LINE 14 COL 10          VALUE
           "17 - PRECO FORA DA TABELA".
           05  LINE 16 COL 10          VALUE
           "18 - CARTEIRA POR EQUIPE".
           05  LINE 17 COL 10          VALUE
           "19 - CONTATOS DA CARTEIRA".
           05  LINE 18 COL 10          VALUE
           "20 - DEVOLUCOES DO MES".
           05  LINE 19 COL 10          VALUE
           "21 - RECUPERACAO DE CLIENTES".
           05  LINE 19 COL 48          VALUE
           "22 - RENTAB. POR REGIAO".
           05  LINE 20 COL 10          VALUE
           "23 - RESULTADO DE CAMPANHA".
           05  LINE 20 COL 48          VALUE
           "24 - DADOS DO TITULAR (LGPD)".
           05  LINE 15 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 15 COL 49,         PIC  9(002)
           "15 - RETORNO CAD. CRM".
           05  LINE 18 COL 45          VALUE
           "16 - AVISOS A VENDEDOR".
           05  LINE 16 COL 10          VALUE
           "17 - EXPORTAR P/ CONTABILIDADE".
           05  LINE 17 COL 10          VALUE
           "18 - RETORNO DA CONTABILIDADE".
           05  LINE 14 COL 10          VALUE
           "19 - EMITIR FATURAS DO DIA".
           05  LINE 18 COL 10          VALUE
           "20 - GERAR PEDIDOS RECORRENTES".
           05  LINE 19 COL 10          VALUE
           "21 - PACOTE P/ VENDEDORES".
           05  LINE 19 COL 45          VALUE
           "22 - ANONIMIZACAO LGPD".
           05  LINE 15 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER".
           05  LINE 15 COL 49          PIC  9(002)
           05  LINE 13 COL 10          VALUE "VALOR PAGAMENTO.:".
           05  LINE 13 COL 28,         PIC  ZZZZZZZZ9,99
                                       TO WS-TIT-VALOR-PAGTO.
           05  LINE 14 COL 10          VALUE "DATA PAGTO(0=HOJE):".
           05  LINE 14 COL 30,         PIC  9(008)
                                       TO WS-TIT-DATA-PAGTO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA O PAGAMENTO?(S/N):".
           05  LINE 15 COL 38,         PIC  X(001)
           "PERIODO (AAAAMM).........:".
           05  LINE 08 COL 38,         PIC  9(006)
                                       TO WS-ATM-ANO-MES.
           05  LINE 09 COL 10          VALUE
           "EQUIPE/SUPERV. (0=TODAS).:".
           05  LINE 09 COL 38,         PIC  ZZ9
                                       TO WS-ATM-SUPERVISOR.
           05  LINE 17 COL 10          VALUE
           "1-GERAR RELATORIO   2-VOLTAR   9-SAIR DO SISTEMA".
           05  LINE 18 COL 10          VALUE
           05  LINE 10 COL 10          VALUE "3 - EXCLUIR PRODUTO".
           05  LINE 11 COL 10          VALUE
           "5 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 12 COL 10          VALUE "4 - ENTRADA DE ESTOQUE".
           05  LINE 15 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 15 COL 49          PIC  9(001)
           05  LINE 15 COL 48,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T086-FINANCEIRO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "MENU FINANCEIRO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "1 - FECHAMENTO DA COMISSAO".
           05  LINE 09 COL 10          VALUE
           "2 - APROVAR COMISSAO (SUPERVISOR)".
           05  LINE 10 COL 10          VALUE
           "3 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 11 COL 10          VALUE "9 - SAIR DO SISTEMA".
           05  LINE 12 COL 10          VALUE
           "4 - EXTRATO COMISSAO A PAGAR".
           05  LINE 13 COL 10          VALUE
           "5 - LISTA PRE-PROTESTO (JURIDICO)".
           05  LINE 14 COL 10          VALUE
           "6 - REIMPRIMIR CARTAS DE COBRANCA".
           05  LINE 08 COL 48          VALUE
           "7 - FECHAR PERIODO".
           05  LINE 09 COL 48          VALUE
           "8 - REABRIR PERIODO".
           05  LINE 10 COL 48          VALUE
           "10 - RESUMO DO PERIODO".
           05  LINE 11 COL 48          VALUE
           "11 - REEMBOLSO QUILOMETRAGEM".
           05  LINE 12 COL 48          VALUE
           "12 - REMESSA COBRANCA BANCO".
           05  LINE 13 COL 48          VALUE
           "13 - RETORNO COBRANCA BANCO".
           05  LINE 15 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 15 COL 49          PIC  9(002)
                                       TO WS-FIN-OPCAO.

       01  T087-COMISSAO-PAGAR.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "COMISSAO A PAGAR".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 06 COL 10,         PIC  X(040)
                                       FROM WS-CPG-DESCRICAO.
           05  LINE 08 COL 10          VALUE
           "PERIODO AAAAMM...........:".
           05  LINE 08 COL 38,         PIC  9(006)
                                       USING WS-CPG-ANO-MES.
           05  LINE 09 COL 10          VALUE
           "CODIGO VENDEDOR (0=TODOS):".
           05  LINE 09 COL 38,         PIC  ZZ9
                                       USING WS-CPG-COD-VEND.
           05  LINE 17 COL 10          VALUE
           "1-EXECUTAR   2-VOLTAR   9-SAIR DO SISTEMA".
           05  LINE 18 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 18 COL 49,         PIC  9(001)
                                       TO WS-REL-OPCAO.

       01  T088-PARAM-FINANCEIRO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "PARAMETROS FINANCEIROS".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "DIAS P/ ESTORNO COM..:".
           05  LINE 07 COL 33,         PIC  999
                                       USING WS-PAR-DIAS-ESTORNO AUTO.
           05  LINE 08 COL 10          VALUE "COBR. LEMBRETE (DU).:".
           05  LINE 08 COL 33,         PIC  999
                                       USING WS-PAR-COBR-EST1 AUTO.
           05  LINE 09 COL 10          VALUE "COBR. NOTIFIC. (DU).:".
           05  LINE 09 COL 33,         PIC  999
                                       USING WS-PAR-COBR-EST2 AUTO.
           05  LINE 10 COL 10          VALUE "COBR. PRE-PROT.(DU).:".
           05  LINE 10 COL 33,         PIC  999
                                       USING WS-PAR-COBR-EST3 AUTO.
           05  LINE 11 COL 10          VALUE "VALOR POR KM (R$)...:".
           05  LINE 11 COL 33,         PIC  ZZ9,9999
                                       USING WS-PAR-VALOR-KM AUTO.
           05  LINE 12 COL 10          VALUE "DIAS SEM COMPRA.....:".
           05  LINE 12 COL 33,         PIC  999
                                       USING WS-PAR-DIAS-SEM-COMPRA
                                       AUTO.
           05  LINE 13 COL 10          VALUE "QUEDA FAT. TRIM. (%):".
           05  LINE 13 COL 33,         PIC  999
                                       USING WS-PAR-PERC-QUEDA AUTO.
           05  LINE 14 COL 10          VALUE "RETENCAO LGPD (MESES):".
           05  LINE 14 COL 33,         PIC  999
                                       USING WS-PAR-MESES-LGPD AUTO.
           05  LINE 16 COL 10          VALUE
           "CONFIRMA A GRAVACAO DOS PARAMETROS?(S/N):".
           05  LINE 16 COL 52,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T097-CARTAS-COBRANCA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "CARTAS DE COBRANCA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "CODIGO CLIENTE (0=TODOS).:".
           05  LINE 08 COL 38,         PIC  ZZZZZZ9
                                       TO WS-CCB-COD-CLIENTE.
           05  LINE 09 COL 10          VALUE
           "DATA INICIAL (0=TODAS)...:".
           05  LINE 09 COL 38,         PIC  9(008)
                                       TO WS-CCB-DATA-INI.
           05  LINE 10 COL 10          VALUE
           "DATA FINAL (0=TODAS).....:".
           05  LINE 10 COL 38,         PIC  9(008)
                                       TO WS-CCB-DATA-FIM.
           05  LINE 17 COL 10          VALUE
           "1-REIMPRIMIR   2-VOLTAR   9-SAIR DO SISTEMA".
           05  LINE 18 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 18 COL 49,         PIC  9(002)
                                       TO WS-REL-OPCAO.

       01  T089-ENTRADA-ESTOQUE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "ENTRADA DE ESTOQUE".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "CODIGO DO PRODUTO:".
           05  LINE 08 COL 30,         PIC  ZZZZ9
                                       TO WS-EST-COD-PRODUTO.
           05  LINE 09 COL 10          VALUE "QUANTIDADE.......:".
           05  LINE 09 COL 30,         PIC  ZZZZZZ9
                                       TO WS-EST-QUANTIDADE.
           05  LINE 16 COL 10          VALUE
           "CONFIRMA A ENTRADA DE ESTOQUE?(S/N):".
           05  LINE 16 COL 47,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T090-REL-ESTOQUE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "ESTOQUE E BACKORDER".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "CODIGO VENDEDOR (0=TODOS):".
           05  LINE 08 COL 38,         PIC  ZZ9
                                       TO WS-EST-COD-VEND.
           05  LINE 17 COL 10          VALUE
           "1-GERAR RELATORIO   2-VOLTAR   9-SAIR DO SISTEMA".
           05  LINE 18 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 18 COL 49,         PIC  9(001)
                                       TO WS-REL-OPCAO.

       01  T091-TABELA-PRECO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "TABELA DE PRECOS".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "1 - INCLUIR PRECO".
           05  LINE 09 COL 10          VALUE "2 - ALTERAR PRECO".
           05  LINE 10 COL 10          VALUE "3 - EXCLUIR PRECO".
           05  LINE 11 COL 10          VALUE
           "5 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 15 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 15 COL 49          PIC  9(001)
                                       TO WS-TPR-OPCAO.

       01  T092-INCLUIR-PRECO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "INCLUIR PRECO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "PRODUTO............:".
           05  LINE 07 COL 31,         PIC  ZZZZ9
                                       TO WS-TPR-PRODUTO.
           05  LINE 08 COL 10          VALUE "REGIAO (0=GERAL)...:".
           05  LINE 08 COL 31,         PIC  999
                                       TO WS-TPR-REGIAO.
           05  LINE 09 COL 10          VALUE "VIGENCIA (AAAAMMDD):".
           05  LINE 09 COL 31,         PIC  9(008)
                                       TO WS-TPR-VIGENCIA.
           05  LINE 10 COL 10          VALUE "PRECO UNITARIO.....:".
           05  LINE 10 COL 31,         PIC  ZZZZZZ9,99
                                       TO WS-TPR-PRECO.
           05  LINE 11 COL 10          VALUE "% DESC. CLASSE A/B/C:".
           05  LINE 11 COL 32,         PIC  Z9,99
                                       TO WS-TPR-DESC-A.
           05  LINE 11 COL 38,         PIC  Z9,99
                                       TO WS-TPR-DESC-B.
           05  LINE 11 COL 44,         PIC  Z9,99
                                       TO WS-TPR-DESC-C.
           05  LINE 15 COL 10          VALUE
              "CONFIRMA A INCLUSAO DO PRECO?(S/N):".
           05  LINE 15 COL 46,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T093-PESQUISAR-PRECO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "PESQUISAR PRECO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "PRODUTO............:".
           05  LINE 08 COL 31,         PIC  ZZZZ9
                                       TO WS-TPR-PRODUTO.
           05  LINE 09 COL 10          VALUE "REGIAO (0=GERAL)...:".
           05  LINE 09 COL 31,         PIC  999
                                       TO WS-TPR-REGIAO.
           05  LINE 10 COL 10          VALUE "VIGENCIA (AAAAMMDD):".
           05  LINE 10 COL 31,         PIC  9(008)
                                       TO WS-TPR-VIGENCIA.
           05  LINE 15 COL 10          VALUE
           "INFORME OS DADOS E TECLE ENTER:".

       01  T094-MODIFICAR-PRECO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "MODIFICAR PRECO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "PRODUTO............:".
           05  LINE 07 COL 31,         PIC  ZZZZ9 FROM WS-TPR-PRODUTO.
           05  LINE 08 COL 10          VALUE "REGIAO (0=GERAL)...:".
           05  LINE 08 COL 31,         PIC  999 FROM WS-TPR-REGIAO.
           05  LINE 09 COL 10          VALUE "VIGENCIA (AAAAMMDD):".
           05  LINE 09 COL 31,         PIC  9(008)
                                       FROM WS-TPR-VIGENCIA.
           05  LINE 10 COL 10          VALUE "PRECO UNITARIO.....:".
           05  LINE 10 COL 31,         PIC  ZZZZZZ9,99
                                       USING WS-TPR-PRECO AUTO.
           05  LINE 11 COL 10          VALUE "% DESC. CLASSE A/B/C:".
           05  LINE 11 COL 32,         PIC  Z9,99
                                       USING WS-TPR-DESC-A AUTO.
           05  LINE 11 COL 38,         PIC  Z9,99
                                       USING WS-TPR-DESC-B AUTO.
           05  LINE 11 COL 44,         PIC  Z9,99
                                       USING WS-TPR-DESC-C AUTO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A ALTERACAO DO PRECO?(S/N):".
           05  LINE 15 COL 47,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T095-DELETAR-PRECO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "DELETAR PRECO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "PRODUTO............:".
           05  LINE 08 COL 31,         PIC  ZZZZ9 FROM WS-TPR-PRODUTO.
           05  LINE 09 COL 10          VALUE "REGIAO (0=GERAL)...:".
           05  LINE 09 COL 31,         PIC  999 FROM WS-TPR-REGIAO.
           05  LINE 10 COL 10          VALUE "VIGENCIA (AAAAMMDD):".
           05  LINE 10 COL 31,         PIC  9(008)
                                       FROM WS-TPR-VIGENCIA.
           05  LINE 11 COL 10          VALUE "PRECO UNITARIO.....:".
           05  LINE 11 COL 31,         PIC  ZZZZZZ9,99
                                       FROM WS-TPR-PRECO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A EXCLUSAO DO PRECO?(S/N):".
           05  LINE 15 COL 46,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T096-REL-PRECO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "PRECO FORA DA TABELA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "DATA INICIAL (AAAAMMDD)..:".
           05  LINE 08 COL 38,         PIC  9(008)
                                       TO WS-TPR-DATA-INI.
           05  LINE 09 COL 10          VALUE
           "DATA FINAL (0=SEM LIMITE):".
           05  LINE 09 COL 38,         PIC  9(008)
                                       TO WS-TPR-DATA-FIM.
           05  LINE 17 COL 10          VALUE
           "1-GERAR RELATORIO   2-VOLTAR   9-SAIR DO SISTEMA".
           05  LINE 18 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 18 COL 49,         PIC  9(001)
                                       TO WS-REL-OPCAO.

       01  T098-EQUIPE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "ESTRUTURA DE EQUIPES".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "1 - INCLUIR VINCULO".
           05  LINE 09 COL 10          VALUE "2 - ALTERAR VINCULO".
           05  LINE 10 COL 10          VALUE "3 - EXCLUIR VINCULO".
           05  LINE 11 COL 10          VALUE
           "4 - CONSULTAR EQUIPE VIGENTE".
           05  LINE 12 COL 10          VALUE
           "5 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 15 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 15 COL 49          PIC  9(001)
                                       TO WS-EQP-OPCAO.

       01  T099-INCLUIR-EQUIPE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "INCLUIR VINCULO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "TIPO (V-VEND/S-SUP).:".
           05  LINE 07 COL 32,         PIC  X(001)
                                       TO WS-EQP-TIPO.
           05  LINE 08 COL 10          VALUE "CODIGO DO MEMBRO....:".
           05  LINE 08 COL 32,         PIC  ZZ9
                                       TO WS-EQP-MEMBRO.
           05  LINE 09 COL 10          VALUE "VIGENCIA (AAAAMMDD).:".
           05  LINE 09 COL 32,         PIC  9(008)
                                       TO WS-EQP-VIGENCIA.
           05  LINE 10 COL 10          VALUE "SUPERVISOR/GERENTE..:".
           05  LINE 10 COL 32,         PIC  ZZ9
                                       TO WS-EQP-SUPERIOR.
           05  LINE 15 COL 10          VALUE
              "CONFIRMA A INCLUSAO DO VINCULO?(S/N):".
           05  LINE 15 COL 48,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T100-PESQUISAR-EQUIPE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "PESQUISAR VINCULO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "TIPO (V-VEND/S-SUP).:".
           05  LINE 08 COL 32,         PIC  X(001)
                                       TO WS-EQP-TIPO.
           05  LINE 09 COL 10          VALUE "CODIGO DO MEMBRO....:".
           05  LINE 09 COL 32,         PIC  ZZ9
                                       TO WS-EQP-MEMBRO.
           05  LINE 10 COL 10          VALUE "VIGENCIA (AAAAMMDD).:".
           05  LINE 10 COL 32,         PIC  9(008)
                                       TO WS-EQP-VIGENCIA.
           05  LINE 15 COL 10          VALUE
           "INFORME OS DADOS E TECLE ENTER:".

       01  T101-MODIFICAR-EQUIPE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "MODIFICAR VINCULO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "TIPO (V-VEND/S-SUP).:".
           05  LINE 07 COL 32,         PIC  X(001) FROM WS-EQP-TIPO.
           05  LINE 08 COL 10          VALUE "CODIGO DO MEMBRO....:".
           05  LINE 08 COL 32,         PIC  ZZ9 FROM WS-EQP-MEMBRO.
           05  LINE 09 COL 10          VALUE "VIGENCIA (AAAAMMDD).:".
           05  LINE 09 COL 32,         PIC  9(008)
                                       FROM WS-EQP-VIGENCIA.
           05  LINE 10 COL 10          VALUE "SUPERVISOR/GERENTE..:".
           05  LINE 10 COL 32,         PIC  ZZ9
                                       USING WS-EQP-SUPERIOR AUTO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A ALTERACAO DO VINCULO?(S/N):".
           05  LINE 15 COL 49,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T102-DELETAR-EQUIPE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "DELETAR VINCULO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "TIPO (V-VEND/S-SUP).:".
           05  LINE 08 COL 32,         PIC  X(001) FROM WS-EQP-TIPO.
           05  LINE 09 COL 10          VALUE "CODIGO DO MEMBRO....:".
           05  LINE 09 COL 32,         PIC  ZZ9 FROM WS-EQP-MEMBRO.
           05  LINE 10 COL 10          VALUE "VIGENCIA (AAAAMMDD).:".
           05  LINE 10 COL 32,         PIC  9(008)
                                       FROM WS-EQP-VIGENCIA.
           05  LINE 11 COL 10          VALUE "SUPERVISOR/GERENTE..:".
           05  LINE 11 COL 32,         PIC  ZZ9 FROM WS-EQP-SUPERIOR.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A EXCLUSAO DO VINCULO?(S/N):".
           05  LINE 15 COL 48,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T103-CONSULTA-EQUIPE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "EQUIPE VIGENTE".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "CODIGO DO VENDEDOR..:".
           05  LINE 08 COL 32,         PIC  ZZ9
                                       TO WS-EQP-MEMBRO.
           05  LINE 09 COL 10          VALUE "DATA (AAAAMMDD).....:".
           05  LINE 09 COL 32,         PIC  9(008)
                                       TO WS-EQP-DATA-REF.
           05  LINE 15 COL 10          VALUE
           "INFORME OS DADOS E TECLE ENTER:".

       01  T104-EQUIPE-VIGENTE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "EQUIPE VIGENTE".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "CODIGO DO VENDEDOR..:".
           05  LINE 08 COL 32,         PIC  ZZ9 FROM WS-EQP-MEMBRO.
           05  LINE 09 COL 10          VALUE "DATA (AAAAMMDD).....:".
           05  LINE 09 COL 32,         PIC  9(008)
                                       FROM WS-EQP-DATA-REF.
           05  LINE 10 COL 10          VALUE "SUPERVISOR..........:".
           05  LINE 10 COL 32,         PIC  ZZ9
                                       FROM WS-EQP-SUPERVISOR.
           05  LINE 11 COL 10          VALUE "GERENTE REGIONAL....:".
           05  LINE 11 COL 32,         PIC  ZZ9
                                       FROM WS-EQP-GERENTE.

       01  T105-REL-CARTEIRA-EQP.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "CARTEIRA POR EQUIPE".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "DATA DA DISTRIBUICAO.....:".
           05  LINE 08 COL 38,         PIC  9(008)
                                       TO WS-CRT-DATA-EXEC.
           05  LINE 09 COL 10          VALUE
           "EQUIPE/SUPERV. (0=TODAS).:".
           05  LINE 09 COL 38,         PIC  ZZ9
                                       TO WS-CRT-SUPERVISOR.
           05  LINE 17 COL 10          VALUE
           "1-GERAR FOLHAS   2-VOLTAR   9-SAIR DO SISTEMA".
           05  LINE 18 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 18 COL 49,         PIC  9(001)
                                       TO WS-REL-OPCAO.

       01  T106-CONTATO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "CONTATOS DO CLIENTE".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "1 - INCLUIR CONTATO".
           05  LINE 09 COL 10          VALUE "2 - ALTERAR CONTATO".
           05  LINE 10 COL 10          VALUE "3 - EXCLUIR CONTATO".
           05  LINE 11 COL 10          VALUE
           "5 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 15 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 15 COL 49          PIC  9(001)
                                       TO WS-CTT-OPCAO.

       01  T107-INCLUIR-CONTATO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "INCLUIR CONTATO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "CODIGO CLIENTE......:".
           05  LINE 07 COL 32,         PIC  ZZZZZZ9
                                       TO WS-CTT-CLIENTE.
           05  LINE 08 COL 10          VALUE "NOME DO CONTATO.....:".
           05  LINE 08 COL 32,         PIC  X(040)
                                       TO WS-CTT-NOME.
           05  LINE 09 COL 10          VALUE "PAPEL (C/F/P).......:".
           05  LINE 09 COL 32,         PIC  X(001)
                                       TO WS-CTT-PAPEL.
           05  LINE 09 COL 35          VALUE
           "C-COMPRADOR F-FINANCEIRO P-PROPRIETARIO".
           05  LINE 10 COL 10          VALUE "TELEFONE............:".
           05  LINE 10 COL 32,         PIC  X(015)
                                       TO WS-CTT-TELEFONE.
           05  LINE 11 COL 10          VALUE "E-MAIL:".
           05  LINE 12 COL 10,         PIC  X(060)
                                       TO WS-CTT-EMAIL.
           05  LINE 13 COL 10          VALUE "PREFERENCIAL (S/N)..:".
           05  LINE 13 COL 32,         PIC  X(001)
                                       TO WS-CTT-PREFERENCIAL.
           05  LINE 15 COL 10          VALUE
              "CONFIRMA A INCLUSAO DO CONTATO?(S/N):".
           05  LINE 15 COL 48,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T108-PESQUISAR-CONTATO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "PESQUISAR CONTATO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "CODIGO CLIENTE......:".
           05  LINE 08 COL 32,         PIC  ZZZZZZ9
                                       TO WS-CTT-CLIENTE.
           05  LINE 09 COL 10          VALUE "SEQUENCIA DO CONTATO:".
           05  LINE 09 COL 32,         PIC  Z9
                                       TO WS-CTT-SEQUENCIA.
           05  LINE 15 COL 10          VALUE
           "INFORME OS DADOS E TECLE ENTER:".

       01  T109-MODIFICAR-CONTATO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "MODIFICAR CONTATO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "CODIGO CLIENTE......:".
           05  LINE 07 COL 32,         PIC  ZZZZZZ9
                                       FROM WS-CTT-CLIENTE.
           05  LINE 07 COL 42          VALUE "SEQ.:".
           05  LINE 07 COL 48,         PIC  Z9 FROM WS-CTT-SEQUENCIA.
           05  LINE 08 COL 10          VALUE "NOME DO CONTATO.....:".
           05  LINE 08 COL 32,         PIC  X(040)
                                       USING WS-CTT-NOME AUTO.
           05  LINE 09 COL 10          VALUE "PAPEL (C/F/P).......:".
           05  LINE 09 COL 32,         PIC  X(001)
                                       USING WS-CTT-PAPEL AUTO.
           05  LINE 09 COL 35          VALUE
           "C-COMPRADOR F-FINANCEIRO P-PROPRIETARIO".
           05  LINE 10 COL 10          VALUE "TELEFONE............:".
           05  LINE 10 COL 32,         PIC  X(015)
                                       USING WS-CTT-TELEFONE AUTO.
           05  LINE 11 COL 10          VALUE "E-MAIL:".
           05  LINE 12 COL 10,         PIC  X(060)
                                       USING WS-CTT-EMAIL AUTO.
           05  LINE 13 COL 10          VALUE "PREFERENCIAL (S/N)..:".
           05  LINE 13 COL 32,         PIC  X(001)
                                       USING WS-CTT-PREFERENCIAL AUTO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A ALTERACAO DO CONTATO?(S/N):".
           05  LINE 15 COL 49,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T110-DELETAR-CONTATO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "DELETAR CONTATO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "CODIGO CLIENTE......:".
           05  LINE 07 COL 32,         PIC  ZZZZZZ9
                                       FROM WS-CTT-CLIENTE.
           05  LINE 07 COL 42          VALUE "SEQ.:".
           05  LINE 07 COL 48,         PIC  Z9 FROM WS-CTT-SEQUENCIA.
           05  LINE 08 COL 10          VALUE "NOME DO CONTATO.....:".
           05  LINE 08 COL 32,         PIC  X(040) FROM WS-CTT-NOME.
           05  LINE 09 COL 10          VALUE "PAPEL (C/F/P).......:".
           05  LINE 09 COL 32,         PIC  X(001) FROM WS-CTT-PAPEL.
           05  LINE 10 COL 10          VALUE "TELEFONE............:".
           05  LINE 10 COL 32,         PIC  X(015)
                                       FROM WS-CTT-TELEFONE.
           05  LINE 11 COL 10          VALUE "E-MAIL:".
           05  LINE 12 COL 10,         PIC  X(060) FROM WS-CTT-EMAIL.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A EXCLUSAO DO CONTATO?(S/N):".
           05  LINE 15 COL 48,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T111-REL-CONTATOS.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "CONTATOS DA CARTEIRA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "VENDEDOR (0=TODOS).......:".
           05  LINE 08 COL 38,         PIC  ZZ9
                                       TO WS-CTT-VENDEDOR.
           05  LINE 17 COL 10          VALUE
           "1-GERAR RELATORIO   2-VOLTAR   9-SAIR DO SISTEMA".
           05  LINE 18 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 18 COL 49,         PIC  9(001)
                                       TO WS-REL-OPCAO.

       01  T112-DEVOLUCAO-PEDIDO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "DEVOLUCAO DE PEDIDO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "NUMERO PEDIDO...:".
           05  LINE 07 COL 28,         PIC  9(009) FROM WS-PED-NUMERO.
           05  LINE 07 COL 40          VALUE "CLIENTE:".
           05  LINE 07 COL 49,         PIC  ZZZZZZ9 FROM WS-DEV-CLIENTE.
           05  LINE 08 COL 10          VALUE "VALOR DO PEDIDO.:".
           05  LINE 08 COL 28,         PIC  ZZZZZZZZ9,99
                                       FROM WS-DEV-VALOR.
           05  LINE 09 COL 10          VALUE "JA DEVOLVIDO....:".
           05  LINE 09 COL 28,         PIC  ZZZZZZZZ9,99
                                       FROM WS-DEV-JA-DEVOLVIDO.
           05  LINE 10 COL 10          VALUE
           "PRODUTO  VENDIDO  JA DEV.  DEVOLVER".
           05  LINE 11 COL 10,         PIC  ZZZZ9 FROM WS-DEV-PROD1.
           05  LINE 11 COL 19,         PIC  ZZZZ9 FROM WS-DEV-VEND1.
           05  LINE 11 COL 28,         PIC  ZZZZ9 FROM WS-DEV-JADEV1.
           05  LINE 11 COL 37,         PIC  99999
                                       USING WS-DEV-QTD1.
           05  LINE 12 COL 10,         PIC  ZZZZ9 FROM WS-DEV-PROD2.
           05  LINE 12 COL 19,         PIC  ZZZZ9 FROM WS-DEV-VEND2.
           05  LINE 12 COL 28,         PIC  ZZZZ9 FROM WS-DEV-JADEV2.
           05  LINE 12 COL 37,         PIC  99999
                                       USING WS-DEV-QTD2.
           05  LINE 13 COL 10,         PIC  ZZZZ9 FROM WS-DEV-PROD3.
           05  LINE 13 COL 19,         PIC  ZZZZ9 FROM WS-DEV-VEND3.
           05  LINE 13 COL 28,         PIC  ZZZZ9 FROM WS-DEV-JADEV3.
           05  LINE 13 COL 37,         PIC  99999
                                       USING WS-DEV-QTD3.
           05  LINE 14 COL 10,         PIC  ZZZZ9 FROM WS-DEV-PROD4.
           05  LINE 14 COL 19,         PIC  ZZZZ9 FROM WS-DEV-VEND4.
           05  LINE 14 COL 28,         PIC  ZZZZ9 FROM WS-DEV-JADEV4.
           05  LINE 14 COL 37,         PIC  99999
                                       USING WS-DEV-QTD4.
           05  LINE 15 COL 10,         PIC  ZZZZ9 FROM WS-DEV-PROD5.
           05  LINE 15 COL 19,         PIC  ZZZZ9 FROM WS-DEV-VEND5.
           05  LINE 15 COL 28,         PIC  ZZZZ9 FROM WS-DEV-JADEV5.
           05  LINE 15 COL 37,         PIC  99999
                                       USING WS-DEV-QTD5.
           05  LINE 16 COL 10          VALUE
           "MOTIVO (A=AVARIA E=ERRO V=VALIDADE D=DESIST. O=OUTROS):".
           05  LINE 16 COL 66,         PIC  X(001)
                                       TO WS-DEV-MOTIVO.
           05  LINE 17 COL 10          VALUE "VALOR (SEM ITENS):".
           05  LINE 17 COL 29,         PIC  ZZZZZZZZ9,99
                                       TO WS-DEV-VALOR-DEV.
           05  LINE 18 COL 10          VALUE
           "CONFIRMA A DEVOLUCAO?(S/N):".
           05  LINE 18 COL 38,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T113-REL-DEVOLUCOES.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "DEVOLUCOES DO MES".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "ANO/MES AAAAMM (0=ATUAL)..:".
           05  LINE 08 COL 38,         PIC  9(006)
                                       TO WS-DEV-ANO-MES.
           05  LINE 17 COL 10          VALUE
           "1-GERAR RELATORIO   2-VOLTAR   9-SAIR DO SISTEMA".
           05  LINE 18 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 18 COL 49,         PIC  9(001)
                                       TO WS-REL-OPCAO.

       01  T114-PERIODO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "FECHAMENTO DE PERIODO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 06 COL 10,         PIC  X(040)
                                       FROM WS-PFC-DESCRICAO.
           05  LINE 08 COL 10          VALUE
           "PERIODO AAAAMM...........:".
           05  LINE 08 COL 38,         PIC  9(006)
                                       USING WS-PFC-ANO-MES.
           05  LINE 10 COL 10          VALUE
           "MOTIVO (SO REABERTURA)...:".
           05  LINE 11 COL 10,         PIC  X(040)
                                       USING WS-PFC-MOTIVO.
           05  LINE 17 COL 10          VALUE
           "1-EXECUTAR   2-VOLTAR   9-SAIR DO SISTEMA".
           05  LINE 18 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 18 COL 49,         PIC  9(001)
                                       TO WS-REL-OPCAO.

       01  T115-REEMBOLSO-KM.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE
           "REEMBOLSO DE QUILOMETRAGEM".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "PERIODO AAAAMM...........:".
           05  LINE 08 COL 38,         PIC  9(006)
                                       USING WS-RKM-ANO-MES.
           05  LINE 09 COL 10          VALUE
           "CODIGO VENDEDOR (0=TODOS):".
           05  LINE 09 COL 38,         PIC  ZZ9
                                       USING WS-RKM-COD-VEND.
           05  LINE 17 COL 10          VALUE
           "1-EXECUTAR   2-VOLTAR   9-SAIR DO SISTEMA".
           05  LINE 18 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 18 COL 49,         PIC  9(001)
                                       TO WS-REL-OPCAO.

       01  T116-MAPA-CONTABIL.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "MAPA DE CONTAS CONTABEIS".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "1 - INCLUIR MAPA".
           05  LINE 09 COL 10          VALUE "2 - ALTERAR MAPA".
           05  LINE 10 COL 10          VALUE "3 - EXCLUIR MAPA".
           05  LINE 11 COL 10          VALUE
           "5 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 15 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 15 COL 49          PIC  9(001)
                                       TO WS-MCT-OPCAO.

       01  T117-INCLUIR-MAPA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "INCLUIR MAPA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "EVENTO (F/C/R/G/E).:".
           05  LINE 07 COL 31,         PIC  X(001)
                                       TO WS-MCT-EVENTO.
           05  LINE 08 COL 10          VALUE "REGIAO (0=GERAL)...:".
           05  LINE 08 COL 31,         PIC  999
                                       TO WS-MCT-REGIAO.
           05  LINE 09 COL 10          VALUE "CONTA A DEBITO.....:".
           05  LINE 09 COL 31,         PIC  X(020)
                                       TO WS-MCT-CONTA-DEB.
           05  LINE 10 COL 10          VALUE "CONTA A CREDITO....:".
           05  LINE 10 COL 31,         PIC  X(020)
                                       TO WS-MCT-CONTA-CRED.
           05  LINE 11 COL 10          VALUE "HISTORICO..........:".
           05  LINE 11 COL 31,         PIC  X(030)
                                       TO WS-MCT-HISTORICO.
           05  LINE 15 COL 10          VALUE
              "CONFIRMA A INCLUSAO DO MAPA?(S/N):".
           05  LINE 15 COL 45,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T118-PESQUISAR-MAPA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "PESQUISAR MAPA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "EVENTO (F/C/R/G/E).:".
           05  LINE 08 COL 31,         PIC  X(001)
                                       TO WS-MCT-EVENTO.
           05  LINE 09 COL 10          VALUE "REGIAO (0=GERAL)...:".
           05  LINE 09 COL 31,         PIC  999
                                       TO WS-MCT-REGIAO.
           05  LINE 15 COL 10          VALUE
           "INFORME OS DADOS E TECLE ENTER:".

       01  T119-MODIFICAR-MAPA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "MODIFICAR MAPA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "EVENTO (F/C/R/G/E).:".
           05  LINE 07 COL 31,         PIC  X(001) FROM WS-MCT-EVENTO.
           05  LINE 08 COL 10          VALUE "REGIAO (0=GERAL)...:".
           05  LINE 08 COL 31,         PIC  999 FROM WS-MCT-REGIAO.
           05  LINE 09 COL 10          VALUE "CONTA A DEBITO.....:".
           05  LINE 09 COL 31,         PIC  X(020)
                                       USING WS-MCT-CONTA-DEB AUTO.
           05  LINE 10 COL 10          VALUE "CONTA A CREDITO....:".
           05  LINE 10 COL 31,         PIC  X(020)
                                       USING WS-MCT-CONTA-CRED AUTO.
           05  LINE 11 COL 10          VALUE "HISTORICO..........:".
           05  LINE 11 COL 31,         PIC  X(030)
                                       USING WS-MCT-HISTORICO AUTO.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A ALTERACAO DO MAPA?(S/N):".
           05  LINE 15 COL 46,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T120-DELETAR-MAPA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "DELETAR MAPA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "EVENTO (F/C/R/G/E).:".
           05  LINE 08 COL 31,         PIC  X(001) FROM WS-MCT-EVENTO.
           05  LINE 09 COL 10          VALUE "REGIAO (0=GERAL)...:".
           05  LINE 09 COL 31,         PIC  999 FROM WS-MCT-REGIAO.
           05  LINE 10 COL 10          VALUE "CONTA A DEBITO.....:".
           05  LINE 10 COL 31,         PIC  X(020)
                                       FROM WS-MCT-CONTA-DEB.
           05  LINE 11 COL 10          VALUE "CONTA A CREDITO....:".
           05  LINE 11 COL 31,         PIC  X(020)
                                       FROM WS-MCT-CONTA-CRED.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A EXCLUSAO DO MAPA?(S/N):".
           05  LINE 15 COL 45,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T121-PEDIDO-RECORRENTE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "PEDIDOS RECORRENTES".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "1 - INCLUIR RECORRENTE".
           05  LINE 09 COL 10          VALUE "2 - ALTERAR RECORRENTE".
           05  LINE 10 COL 10          VALUE "3 - EXCLUIR RECORRENTE".
           05  LINE 11 COL 10          VALUE
           "5 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 15 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 15 COL 49          PIC  9(001)
                                       TO WS-PRC-OPCAO.

       01  T122-INCLUIR-RECORRENTE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "INCLUIR RECORRENTE".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "NUMERO DO RECORR...:".
           05  LINE 07 COL 31,         PIC  9(006)
                                       TO WS-PRC-NUMERO.
           05  LINE 08 COL 10          VALUE "CLIENTE............:".
           05  LINE 08 COL 31,         PIC  9(007)
                                       TO WS-PRC-CLIENTE.
           05  LINE 09 COL 10          VALUE "VENDEDOR...........:".
           05  LINE 09 COL 31,         PIC  9(003)
                                       TO WS-PRC-VENDEDOR.
           05  LINE 10 COL 10          VALUE "FREQUENCIA (S/Q/M).:".
           05  LINE 10 COL 31,         PIC  X(001)
                                       TO WS-PRC-FREQUENCIA.
           05  LINE 11 COL 10          VALUE "INICIO (AAAAMMDD)..:".
           05  LINE 11 COL 31,         PIC  9(008)
                                       TO WS-PRC-INICIO.
           05  LINE 12 COL 10          VALUE "FIM (0=SEM TERMINO):".
           05  LINE 12 COL 31,         PIC  9(008)
                                       TO WS-PRC-FIM.
           05  LINE 07 COL 45          VALUE "        PROD.  QTDE".
           05  LINE 08 COL 45          VALUE "ITEM 1:".
           05  LINE 08 COL 53,         PIC  9(005)
                                       TO WS-PRC-PROD1.
           05  LINE 08 COL 60,         PIC  9(005)
                                       TO WS-PRC-QTD1.
           05  LINE 09 COL 45          VALUE "ITEM 2:".
           05  LINE 09 COL 53,         PIC  9(005)
                                       TO WS-PRC-PROD2.
           05  LINE 09 COL 60,         PIC  9(005)
                                       TO WS-PRC-QTD2.
           05  LINE 10 COL 45          VALUE "ITEM 3:".
           05  LINE 10 COL 53,         PIC  9(005)
                                       TO WS-PRC-PROD3.
           05  LINE 10 COL 60,         PIC  9(005)
                                       TO WS-PRC-QTD3.
           05  LINE 11 COL 45          VALUE "ITEM 4:".
           05  LINE 11 COL 53,         PIC  9(005)
                                       TO WS-PRC-PROD4.
           05  LINE 11 COL 60,         PIC  9(005)
                                       TO WS-PRC-QTD4.
           05  LINE 12 COL 45          VALUE "ITEM 5:".
           05  LINE 12 COL 53,         PIC  9(005)
                                       TO WS-PRC-PROD5.
           05  LINE 12 COL 60,         PIC  9(005)
                                       TO WS-PRC-QTD5.
           05  LINE 16 COL 10          VALUE
           "CONFIRMA A INCLUSAO DO RECORRENTE?(S/N):".
           05  LINE 16 COL 51,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T123-PESQUISAR-RECORRENTE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "PESQUISAR RECORRENTE".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "NUMERO DO RECORR...:".
           05  LINE 08 COL 31,         PIC  9(006)
                                       TO WS-PRC-NUMERO.
           05  LINE 15 COL 10          VALUE
           "INFORME OS DADOS E TECLE ENTER:".

       01  T124-MODIFICAR-RECORRENTE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "MODIFICAR RECORRENTE".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "NUMERO DO RECORR...:".
           05  LINE 07 COL 31,         PIC  9(006)
                                       FROM WS-PRC-NUMERO.
           05  LINE 08 COL 10          VALUE "CLIENTE............:".
           05  LINE 08 COL 31,         PIC  9(007)
                                       USING WS-PRC-CLIENTE AUTO.
           05  LINE 09 COL 10          VALUE "VENDEDOR...........:".
           05  LINE 09 COL 31,         PIC  9(003)
                                       USING WS-PRC-VENDEDOR AUTO.
           05  LINE 10 COL 10          VALUE "FREQUENCIA (S/Q/M).:".
           05  LINE 10 COL 31,         PIC  X(001)
                                       USING WS-PRC-FREQUENCIA AUTO.
           05  LINE 11 COL 10          VALUE "INICIO (AAAAMMDD)..:".
           05  LINE 11 COL 31,         PIC  9(008)
                                       USING WS-PRC-INICIO AUTO.
           05  LINE 12 COL 10          VALUE "FIM (0=SEM TERMINO):".
           05  LINE 12 COL 31,         PIC  9(008)
                                       USING WS-PRC-FIM AUTO.
           05  LINE 13 COL 10          VALUE "SITUACAO (A/S/E)...:".
           05  LINE 13 COL 31,         PIC  X(001)
                                       USING WS-PRC-SITUACAO AUTO.
           05  LINE 14 COL 10          VALUE "PROXIMA GERACAO....:".
           05  LINE 14 COL 31,         PIC  9(008)
                                       FROM WS-PRC-PROXIMA.
           05  LINE 07 COL 45          VALUE "        PROD.  QTDE".
           05  LINE 08 COL 45          VALUE "ITEM 1:".
           05  LINE 08 COL 53,         PIC  9(005)
                                       USING WS-PRC-PROD1 AUTO.
           05  LINE 08 COL 60,         PIC  9(005)
                                       USING WS-PRC-QTD1 AUTO.
           05  LINE 09 COL 45          VALUE "ITEM 2:".
           05  LINE 09 COL 53,         PIC  9(005)
                                       USING WS-PRC-PROD2 AUTO.
           05  LINE 09 COL 60,         PIC  9(005)
                                       USING WS-PRC-QTD2 AUTO.
           05  LINE 10 COL 45          VALUE "ITEM 3:".
           05  LINE 10 COL 53,         PIC  9(005)
                                       USING WS-PRC-PROD3 AUTO.
           05  LINE 10 COL 60,         PIC  9(005)
                                       USING WS-PRC-QTD3 AUTO.
           05  LINE 11 COL 45          VALUE "ITEM 4:".
           05  LINE 11 COL 53,         PIC  9(005)
                                       USING WS-PRC-PROD4 AUTO.
           05  LINE 11 COL 60,         PIC  9(005)
                                       USING WS-PRC-QTD4 AUTO.
           05  LINE 12 COL 45          VALUE "ITEM 5:".
           05  LINE 12 COL 53,         PIC  9(005)
                                       USING WS-PRC-PROD5 AUTO.
           05  LINE 12 COL 60,         PIC  9(005)
                                       USING WS-PRC-QTD5 AUTO.
           05  LINE 16 COL 10          VALUE
           "CONFIRMA A ALTERACAO DO RECORRENTE?(S/N):".
           05  LINE 16 COL 52,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T125-DELETAR-RECORRENTE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "DELETAR RECORRENTE".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "NUMERO DO RECORR...:".
           05  LINE 07 COL 31,         PIC  9(006)
                                       FROM WS-PRC-NUMERO.
           05  LINE 08 COL 10          VALUE "CLIENTE............:".
           05  LINE 08 COL 31,         PIC  9(007)
                                       FROM WS-PRC-CLIENTE.
           05  LINE 09 COL 10          VALUE "VENDEDOR...........:".
           05  LINE 09 COL 31,         PIC  9(003)
                                       FROM WS-PRC-VENDEDOR.
           05  LINE 10 COL 10          VALUE "FREQUENCIA (S/Q/M).:".
           05  LINE 10 COL 31,         PIC  X(001)
                                       FROM WS-PRC-FREQUENCIA.
           05  LINE 11 COL 10          VALUE "INICIO (AAAAMMDD)..:".
           05  LINE 11 COL 31,         PIC  9(008)
                                       FROM WS-PRC-INICIO.
           05  LINE 12 COL 10          VALUE "FIM (0=SEM TERMINO):".
           05  LINE 12 COL 31,         PIC  9(008)
                                       FROM WS-PRC-FIM.
           05  LINE 13 COL 10          VALUE "SITUACAO (A/S/E)...:".
           05  LINE 13 COL 31,         PIC  X(001)
                                       FROM WS-PRC-SITUACAO.
           05  LINE 14 COL 10          VALUE "PROXIMA GERACAO....:".
           05  LINE 14 COL 31,         PIC  9(008)
                                       FROM WS-PRC-PROXIMA.
           05  LINE 07 COL 45          VALUE "        PROD.  QTDE".
           05  LINE 08 COL 45          VALUE "ITEM 1:".
           05  LINE 08 COL 53,         PIC  9(005)
                                       FROM WS-PRC-PROD1.
           05  LINE 08 COL 60,         PIC  9(005)
                                       FROM WS-PRC-QTD1.
           05  LINE 09 COL 45          VALUE "ITEM 2:".
           05  LINE 09 COL 53,         PIC  9(005)
                                       FROM WS-PRC-PROD2.
           05  LINE 09 COL 60,         PIC  9(005)
                                       FROM WS-PRC-QTD2.
           05  LINE 10 COL 45          VALUE "ITEM 3:".
           05  LINE 10 COL 53,         PIC  9(005)
                                       FROM WS-PRC-PROD3.
           05  LINE 10 COL 60,         PIC  9(005)
                                       FROM WS-PRC-QTD3.
           05  LINE 11 COL 45          VALUE "ITEM 4:".
           05  LINE 11 COL 53,         PIC  9(005)
                                       FROM WS-PRC-PROD4.
           05  LINE 11 COL 60,         PIC  9(005)
                                       FROM WS-PRC-QTD4.
           05  LINE 12 COL 45          VALUE "ITEM 5:".
           05  LINE 12 COL 53,         PIC  9(005)
                                       FROM WS-PRC-PROD5.
           05  LINE 12 COL 60,         PIC  9(005)
                                       FROM WS-PRC-QTD5.
           05  LINE 16 COL 10          VALUE
           "CONFIRMA A EXCLUSAO DO RECORRENTE?(S/N):".
           05  LINE 16 COL 51,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T126-REL-RECUPERACAO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "RECUPERACAO DE CLIENTES".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "1-LISTA 2-ACOMPANHAMENTO..:".
           05  LINE 08 COL 38,         PIC  9(001)
                                       TO WS-RCP-TIPO.
           05  LINE 09 COL 10          VALUE
           "VENDEDOR (0=TODOS)........:".
           05  LINE 09 COL 38,         PIC  9(003)
                                       TO WS-RCP-COD-VEND.
           05  LINE 11 COL 10          VALUE
           "ACOMPANHAMENTO - SINALIZADOS".
           05  LINE 12 COL 10          VALUE
           "DE AAAAMMDD (0=INICIO)....:".
           05  LINE 12 COL 38,         PIC  9(008)
                                       TO WS-RCP-DATA-INI.
           05  LINE 13 COL 10          VALUE
           "ATE AAAAMMDD (0=HOJE).....:".
           05  LINE 13 COL 38,         PIC  9(008)
                                       TO WS-RCP-DATA-FIM.
           05  LINE 17 COL 10          VALUE
           "1-GERAR RELATORIO   2-VOLTAR   9-SAIR DO SISTEMA".
           05  LINE 18 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 18 COL 49,         PIC  9(001)
                                       TO WS-REL-OPCAO.

       01  T127-REL-RENTABILIDADE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "RENTABILIDADE POR REGIAO".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "PERIODO AAAAMM (0=ANTER.).:".
           05  LINE 08 COL 38,         PIC  9(006)
                                       TO WS-RTR-ANO-MES.
           05  LINE 09 COL 10          VALUE
           "GERAR TAMBEM CSV (S/N)....:".
           05  LINE 09 COL 38,         PIC  X(001)
                                       TO WS-RTR-CSV.
           05  LINE 17 COL 10          VALUE
           "1-GERAR RELATORIO   2-VOLTAR   9-SAIR DO SISTEMA".
           05  LINE 18 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 18 COL 49,         PIC  9(001)
                                       TO WS-REL-OPCAO.

       01  T128-CAMPANHA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "CAMPANHAS DE VENDA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "1 - INCLUIR CAMPANHA".
           05  LINE 09 COL 10          VALUE "2 - ALTERAR CAMPANHA".
           05  LINE 10 COL 10          VALUE "3 - EXCLUIR CAMPANHA".
           05  LINE 11 COL 10          VALUE
           "5 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 15 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 15 COL 49          PIC  9(001)
                                       TO WS-CMP-OPCAO.

       01  T129-INCLUIR-CAMPANHA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "INCLUIR CAMPANHA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "CODIGO CAMPANHA....:".
           05  LINE 07 COL 31,         PIC  9(005)
                                       TO WS-CMP-CODIGO.
           05  LINE 08 COL 10          VALUE "DESCRICAO..........:".
           05  LINE 08 COL 31,         PIC  X(040)
                                       TO WS-CMP-DESCRICAO.
           05  LINE 09 COL 10          VALUE "INICIO (AAAAMMDD)..:".
           05  LINE 09 COL 31,         PIC  9(008)
                                       TO WS-CMP-INICIO.
           05  LINE 10 COL 10          VALUE "FIM (AAAAMMDD).....:".
           05  LINE 10 COL 31,         PIC  9(008)
                                       TO WS-CMP-FIM.
           05  LINE 11 COL 10          VALUE "TIPO BONUS (P/U)...:".
           05  LINE 11 COL 31,         PIC  X(001)
                                       TO WS-CMP-TIPO.
           05  LINE 12 COL 10          VALUE "% BONUS (TIPO P)...:".
           05  LINE 12 COL 31,         PIC  Z9,99
                                       TO WS-CMP-PERC.
           05  LINE 13 COL 10          VALUE "VLR/UNID. (TIPO U).:".
           05  LINE 13 COL 31,         PIC  ZZZZ9,99
                                       TO WS-CMP-VLR-UNIT.
           05  LINE 15 COL 10          VALUE "PRODUTOS...........:".
           05  LINE 15 COL 31,         PIC  9(005)
                                       TO WS-CMP-PROD1.
           05  LINE 15 COL 37,         PIC  9(005)
                                       TO WS-CMP-PROD2.
           05  LINE 15 COL 43,         PIC  9(005)
                                       TO WS-CMP-PROD3.
           05  LINE 15 COL 49,         PIC  9(005)
                                       TO WS-CMP-PROD4.
           05  LINE 15 COL 55,         PIC  9(005)
                                       TO WS-CMP-PROD5.
           05  LINE 15 COL 61,         PIC  9(005)
                                       TO WS-CMP-PROD6.
           05  LINE 15 COL 67,         PIC  9(005)
                                       TO WS-CMP-PROD7.
           05  LINE 15 COL 73,         PIC  9(005)
                                       TO WS-CMP-PROD8.
           05  LINE 16 COL 10          VALUE "REGIOES (0=TODAS)..:".
           05  LINE 16 COL 31,         PIC  9(003)
                                       TO WS-CMP-REG1.
           05  LINE 16 COL 35,         PIC  9(003)
                                       TO WS-CMP-REG2.
           05  LINE 16 COL 39,         PIC  9(003)
                                       TO WS-CMP-REG3.
           05  LINE 18 COL 10          VALUE
           "CONFIRMA A INCLUSAO DA CAMPANHA?(S/N):".
           05  LINE 18 COL 49,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T130-PESQUISAR-CAMPANHA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "PESQUISAR CAMPANHA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE "CODIGO CAMPANHA....:".
           05  LINE 08 COL 31,         PIC  9(005)
                                       TO WS-CMP-CODIGO.
           05  LINE 15 COL 10          VALUE
           "INFORME OS DADOS E TECLE ENTER:".

       01  T131-MODIFICAR-CAMPANHA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "MODIFICAR CAMPANHA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "CODIGO CAMPANHA....:".
           05  LINE 07 COL 31,         PIC  9(005)
                                       FROM WS-CMP-CODIGO.
           05  LINE 08 COL 10          VALUE "DESCRICAO..........:".
           05  LINE 08 COL 31,         PIC  X(040)
                                       USING WS-CMP-DESCRICAO AUTO.
           05  LINE 09 COL 10          VALUE "INICIO (AAAAMMDD)..:".
           05  LINE 09 COL 31,         PIC  9(008)
                                       USING WS-CMP-INICIO AUTO.
           05  LINE 10 COL 10          VALUE "FIM (AAAAMMDD).....:".
           05  LINE 10 COL 31,         PIC  9(008)
                                       USING WS-CMP-FIM AUTO.
           05  LINE 11 COL 10          VALUE "TIPO BONUS (P/U)...:".
           05  LINE 11 COL 31,         PIC  X(001)
                                       USING WS-CMP-TIPO AUTO.
           05  LINE 12 COL 10          VALUE "% BONUS (TIPO P)...:".
           05  LINE 12 COL 31,         PIC  Z9,99
                                       USING WS-CMP-PERC AUTO.
           05  LINE 13 COL 10          VALUE "VLR/UNID. (TIPO U).:".
           05  LINE 13 COL 31,         PIC  ZZZZ9,99
                                       USING WS-CMP-VLR-UNIT AUTO.
           05  LINE 14 COL 10          VALUE "SITUACAO (A/E).....:".
           05  LINE 14 COL 31,         PIC  X(001)
                                       USING WS-CMP-SITUACAO AUTO.
           05  LINE 15 COL 10          VALUE "PRODUTOS...........:".
           05  LINE 15 COL 31,         PIC  9(005)
                                       USING WS-CMP-PROD1 AUTO.
           05  LINE 15 COL 37,         PIC  9(005)
                                       USING WS-CMP-PROD2 AUTO.
           05  LINE 15 COL 43,         PIC  9(005)
                                       USING WS-CMP-PROD3 AUTO.
           05  LINE 15 COL 49,         PIC  9(005)
                                       USING WS-CMP-PROD4 AUTO.
           05  LINE 15 COL 55,         PIC  9(005)
                                       USING WS-CMP-PROD5 AUTO.
           05  LINE 15 COL 61,         PIC  9(005)
                                       USING WS-CMP-PROD6 AUTO.
           05  LINE 15 COL 67,         PIC  9(005)
                                       USING WS-CMP-PROD7 AUTO.
           05  LINE 15 COL 73,         PIC  9(005)
                                       USING WS-CMP-PROD8 AUTO.
           05  LINE 16 COL 10          VALUE "REGIOES (0=TODAS)..:".
           05  LINE 16 COL 31,         PIC  9(003)
                                       USING WS-CMP-REG1 AUTO.
           05  LINE 16 COL 35,         PIC  9(003)
                                       USING WS-CMP-REG2 AUTO.
           05  LINE 16 COL 39,         PIC  9(003)
                                       USING WS-CMP-REG3 AUTO.
           05  LINE 18 COL 10          VALUE
           "CONFIRMA A ALTERACAO DA CAMPANHA?(S/N):".
           05  LINE 18 COL 50,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T132-DELETAR-CAMPANHA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "DELETAR CAMPANHA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE "CODIGO CAMPANHA....:".
           05  LINE 07 COL 31,         PIC  9(005)
                                       FROM WS-CMP-CODIGO.
           05  LINE 08 COL 10          VALUE "DESCRICAO..........:".
           05  LINE 08 COL 31,         PIC  X(040)
                                       FROM WS-CMP-DESCRICAO.
           05  LINE 09 COL 10          VALUE "INICIO (AAAAMMDD)..:".
           05  LINE 09 COL 31,         PIC  9(008)
                                       FROM WS-CMP-INICIO.
           05  LINE 10 COL 10          VALUE "FIM (AAAAMMDD).....:".
           05  LINE 10 COL 31,         PIC  9(008)
                                       FROM WS-CMP-FIM.
           05  LINE 11 COL 10          VALUE "TIPO BONUS (P/U)...:".
           05  LINE 11 COL 31,         PIC  X(001)
                                       FROM WS-CMP-TIPO.
           05  LINE 12 COL 10          VALUE "% BONUS (TIPO P)...:".
           05  LINE 12 COL 31,         PIC  Z9,99
                                       FROM WS-CMP-PERC.
           05  LINE 13 COL 10          VALUE "VLR/UNID. (TIPO U).:".
           05  LINE 13 COL 31,         PIC  ZZZZ9,99
                                       FROM WS-CMP-VLR-UNIT.
           05  LINE 14 COL 10          VALUE "SITUACAO (A/E).....:".
           05  LINE 14 COL 31,         PIC  X(001)
                                       FROM WS-CMP-SITUACAO.
           05  LINE 15 COL 10          VALUE "PRODUTOS...........:".
           05  LINE 15 COL 31,         PIC  9(005)
                                       FROM WS-CMP-PROD1.
           05  LINE 15 COL 37,         PIC  9(005)
                                       FROM WS-CMP-PROD2.
           05  LINE 15 COL 43,         PIC  9(005)
                                       FROM WS-CMP-PROD3.
           05  LINE 15 COL 49,         PIC  9(005)
                                       FROM WS-CMP-PROD4.
           05  LINE 15 COL 55,         PIC  9(005)
                                       FROM WS-CMP-PROD5.
           05  LINE 15 COL 61,         PIC  9(005)
                                       FROM WS-CMP-PROD6.
           05  LINE 15 COL 67,         PIC  9(005)
                                       FROM WS-CMP-PROD7.
           05  LINE 15 COL 73,         PIC  9(005)
                                       FROM WS-CMP-PROD8.
           05  LINE 16 COL 10          VALUE "REGIOES (0=TODAS)..:".
           05  LINE 16 COL 31,         PIC  9(003)
                                       FROM WS-CMP-REG1.
           05  LINE 16 COL 35,         PIC  9(003)
                                       FROM WS-CMP-REG2.
           05  LINE 16 COL 39,         PIC  9(003)
                                       FROM WS-CMP-REG3.
           05  LINE 18 COL 10          VALUE
           "CONFIRMA A EXCLUSAO DA CAMPANHA?(S/N):".
           05  LINE 18 COL 49,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T133-REL-CAMPANHA.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "RESULTADO DE CAMPANHA".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "CODIGO DA CAMPANHA........:".
           05  LINE 08 COL 38,         PIC  9(005)
                                       TO WS-CMP-CODIGO.
           05  LINE 17 COL 10          VALUE
           "1-GERAR RELATORIO   2-VOLTAR   9-SAIR DO SISTEMA".
           05  LINE 18 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 18 COL 49,         PIC  9(001)
                                       TO WS-REL-OPCAO.

       01  T134-FUSAO-CLIENTE.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "FUSAO DE CLIENTES".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "PEDIDOS, TITULOS, VISITAS, FIXACAO E CONTATOS DO".
           05  LINE 08 COL 10          VALUE
           "RETIRADO PASSAM AO SOBREVIVENTE; O RETIRADO E EXCLUIDO.".
           05  LINE 10 COL 10          VALUE
           "CLIENTE SOBREVIVENTE......:".
           05  LINE 10 COL 38,         PIC  9(007)
                                       TO WS-FUS-SOBREV.
           05  LINE 11 COL 10          VALUE
           "CLIENTE A RETIRAR.........:".
           05  LINE 11 COL 38,         PIC  9(007)
                                       TO WS-FUS-RETIRADO.

       01  T135-CONFIRMA-FUSAO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "FUSAO DE CLIENTES".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "PREVIA GRAVADA EM ArqRelFusaoCliente".
           05  LINE 09 COL 10          VALUE
           "PEDIDOS A MOVER...........:".
           05  LINE 09 COL 38,         PIC  ZZZZ9
                                       FROM QTD-PEDIDOS-LNKG081.
           05  LINE 10 COL 10          VALUE
           "TITULOS A MOVER...........:".
           05  LINE 10 COL 38,         PIC  ZZZZ9
                                       FROM QTD-TITULOS-LNKG081.
           05  LINE 11 COL 10          VALUE
           "VISITAS A MOVER...........:".
           05  LINE 11 COL 38,         PIC  ZZZZ9
                                       FROM QTD-VISITAS-LNKG081.
           05  LINE 12 COL 10          VALUE
           "FIXACOES..................:".
           05  LINE 12 COL 38,         PIC  ZZZZ9
                                       FROM QTD-FIXACOES-LNKG081.
           05  LINE 13 COL 10          VALUE
           "CONTATOS A MOVER..........:".
           05  LINE 13 COL 38,         PIC  ZZZZ9
                                       FROM QTD-CONTATOS-LNKG081.
           05  LINE 15 COL 10          VALUE
           "CONFIRMA A FUSAO?(S/N):".
           05  LINE 15 COL 34,         PIC  X(001)
                                       TO WS-CONFIRMA.

       01  T136-REL-TITULAR.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "DADOS DO TITULAR (LGPD)".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 08 COL 10          VALUE
           "CPF DO TITULAR............:".
           05  LINE 08 COL 38,         PIC  9(014)
                                       TO WS-TIT-CPF.
           05  LINE 17 COL 10          VALUE
           "1-GERAR RELATORIO   2-VOLTAR   9-SAIR DO SISTEMA".
           05  LINE 18 COL 10          VALUE
           "INFORME A OPCAO DESEJADA E TECLE ENTER:".
           05  LINE 18 COL 49,         PIC  9(001)
                                       TO WS-REL-OPCAO.

       01  T137-CONFIRMA-LGPD.
           05  BLANK SCREEN.
           05  LINE 01 COL 01          VALUE
           "**********************************************************".
           05  LINE 04 COL 01          VALUE "*".
           05  LINE 04 COL 21          VALUE "ANONIMIZACAO LGPD".
           05  LINE 04 COL 58          VALUE "*".
           05  LINE 05 COL 01          VALUE
           "**********************************************************".
           05  LINE 07 COL 10          VALUE
           "NOME E DOCUMENTO DOS CLIENTES PESSOA FISICA EXCLUIDOS".
           05  LINE 08 COL 10          VALUE
           "HA MAIS QUE A RETENCAO SERAO MASCARADOS NO CADASTRO".
           05  LINE 09 COL 10          VALUE
           "E NOS HISTORICOS. A OPERACAO NAO PODE SER DESFEITA.".
           05  LINE 11 COL 10          VALUE
           "CONFIRMA A ANONIMIZACAO?(S/N):".
           05  LINE 11 COL 41,         PIC  X(001)
                                       TO WS-CONFIRMA.

      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 1100-LOGIN
           PERFORM 2000-PROCESSA
           PERFORM 9000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZAÇÃO                                        *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

            PERFORM 3000-INICIALIZA-CLIENTE
            PERFORM 4000-INICIALIZA-VENDEDOR

            .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE LOGIN DO USUARIO                                     *
      *----------------------------------------------------------------*
       1100-LOGIN                      SECTION.

           MOVE SPACES                 TO WS-LOGIN-ID
                                           WS-LOGIN-SENHA
                                           WS-PERFIL-LOGADO

           DISPLAY T000-LOGIN
           ACCEPT  T000-LOGIN

           MOVE 5                      TO COD-FUNCAO-LNKG029
           MOVE WS-LOGIN-ID            TO ID-USUARIO-LNKG029
                                          ID-OPERADOR-LNKG029
           MOVE WS-LOGIN-SENHA         TO SENHA-LNKG029

           CALL WS-PGFJF029            USING LNKG029L

           IF COD-RETORNO-LNKG029      EQUAL ZEROS
              MOVE PERFIL-LNKG029      TO WS-PERFIL-LOGADO

              IF FLAG-TROCA-LNKG029    EQUAL 'S'
                 PERFORM 1130-TROCA-SENHA
              END-IF

              PERFORM 1140-REGISTRA-SESSAO
              PERFORM 1150-EXIBE-PAINEL
           ELSE
              DISPLAY WS-LINHA-BRANCO
                                       AT 1802
              DISPLAY MSG-RETORNO-LNKG029
                                       AT 1820
              STOP ' '
              PERFORM 1100-LOGIN
           END-IF

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TROCA OBRIGATORIA DE SENHA (PRIMEIRO ACESSO OU SENHA EXPIRADA) *
      *----------------------------------------------------------------*
       1130-TROCA-SENHA                SECTION.

           MOVE SPACES                 TO WS-SENHA-NOVA
                                           WS-SENHA-REPETE

           DISPLAY T043-TROCA-SENHA
           ACCEPT  T043-TROCA-SENHA

           IF WS-SENHA-NOVA            EQUAL SPACES OR
              WS-SENHA-NOVA            NOT EQUAL WS-SENHA-REPETE
              DISPLAY WS-LINHA-BRANCO
                                       AT 1802
              DISPLAY "SENHAS NAO CONFEREM, TENTE NOVAMENTE"
                                       AT 1820
              STOP ' '
              PERFORM 1130-TROCA-SENHA
           ELSE
              MOVE 6                   TO COD-FUNCAO-LNKG029
              MOVE WS-LOGIN-ID         TO ID-USUARIO-LNKG029
                                          ID-OPERADOR-LNKG029
              MOVE WS-SENHA-NOVA       TO SENHA-NOVA-LNKG029

              CALL WS-PGFJF029         USING LNKG029L

              DISPLAY WS-LINHA-BRANCO
                                       AT 1802
              DISPLAY MSG-RETORNO-LNKG029
                                       AT 1820
              STOP ' '
           END-IF

           .
       1130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRA A SESSAO DO USUARIO NO INTERLOCK (PGFJF050P)          *
      *----------------------------------------------------------------*
       1140-REGISTRA-SESSAO            SECTION.

           MOVE 1                      TO COD-FUNCAO-LNKG050
           MOVE WS-LOGIN-ID            TO ID-SESSAO-LNKG050

           CALL WS-PGFJF050            USING LNKG050L

           .
       1140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXIBE O PAINEL DE OPERACOES LOGO APOS O LOGIN (PGFJF053P)      *
      *----------------------------------------------------------------*
       1150-EXIBE-PAINEL               SECTION.

           CALL WS-PGFJF053            USING LNKG053L

           STOP ' '

           .
       1150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCESSAMENTO PRINCIPAL                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.
       
           DISPLAY T001-MENU
           ACCEPT  T001-MENU
       
           EVALUATE WS-OPCAO
               WHEN 1
                    IF USUARIO-LOGADO-SUPERVISOR
                       PERFORM 2100-CADASTROS
                    ELSE
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY WS-MSG-ERRO-ACESSO
                                       AT 1820
                       STOP ' '
                       PERFORM 2000-PROCESSA
                    END-IF
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 3
                    PERFORM 2300-EXECUTAR
               WHEN 4
                    IF USUARIO-LOGADO-SUPERVISOR
                       PERFORM 2500-ADMIN-USUARIOS
                    ELSE
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY WS-MSG-ERRO-ACESSO
                                       AT 1820
                       STOP ' '
                       PERFORM 2000-PROCESSA
                    END-IF
               WHEN 5
                    PERFORM 2400-UTILITARIOS
               WHEN 6
                    PERFORM 2600-FINANCEIRO
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO     
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2000-PROCESSA
           END-EVALUATE
           
           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ESCOLHA DO TIPO DE CADASTRO                                    *
      *----------------------------------------------------------------*
       2100-CADASTROS                  SECTION.

           MOVE 3                      TO COD-FUNCAO-LNKG050
           CALL WS-PGFJF050            USING LNKG050L

           IF CADEIA-RODANDO-LNKG050
              DISPLAY WS-LINHA-BRANCO
                                       AT 1802
              DISPLAY "CADASTROS BLOQUEADOS - CADEIA NOTURNA RODANDO"
                                       AT 1820
              STOP ' '
              PERFORM 2000-PROCESSA
           END-IF

           DISPLAY T002-CADASTRO
           ACCEPT  T002-CADASTRO
       
           EVALUATE WS-CAD-OPCAO
               WHEN 1
                    PERFORM 2110-CAD-CLIENTE
               WHEN 2
                    PERFORM 2120-CAD-VENDEDOR
               WHEN 4
                    PERFORM 2130-CAD-REGIAO
               WHEN 5
                    PERFORM 2150-CAD-FIXACAO
               WHEN 6
                    PERFORM 2160-CAD-AUSENCIA
               WHEN 7
                    PERFORM 2170-CAD-PEDIDO
               WHEN 8
                    PERFORM 2140-PARAMETROS
               WHEN 10
                    PERFORM 2180-CAD-TITULO
               WHEN 11
                    PERFORM 2190-CAD-PRODUTO
               WHEN 12
                    PERFORM 2185-CAD-META
               WHEN 13
                    PERFORM 2195-CAD-CALENDARIO
               WHEN 14
                    PERFORM 2940-CAD-PLANO-COM
               WHEN 15
                    PERFORM 2950-CAD-PROSPECTO
               WHEN 16
                    PERFORM 2145-PARAM-FINANCEIRO
               WHEN 17
                    PERFORM 2980-CAD-TABELA-PRECO
               WHEN 18
                    PERFORM 2990-CAD-EQUIPE
               WHEN 19
                    PERFORM 2960-CAD-MAPA-CONTABIL
               WHEN 20
                    PERFORM 2995-CAD-CAMPANHA
               WHEN 3
                    PERFORM 1000-INICIALIZA
                    PERFORM 2000-PROCESSA
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO     
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2100-CADASTROS
           END-EVALUATE

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DE CLIENTES                            *
      *----------------------------------------------------------------*
       2110-CAD-CLIENTE                SECTION.
       
           DISPLAY T003-CLIENTE
           ACCEPT  T003-CLIENTE
       
           EVALUATE WS-CLI-OPCAO
               WHEN 1
                    PERFORM 2111-INSERIR-CLIENTE
               WHEN 2
                    PERFORM 2112-ALTERAR-CLIENTE
               WHEN 3
                    PERFORM 2113-EXCLUIR-CLIENTE
               WHEN 4
                    PERFORM 2114-CONSULTA-360
               WHEN 6
                    PERFORM 2115-CAD-CONTATO
               WHEN 9
                    PERFORM 3000-INICIALIZA-CLIENTE
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO     
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2110-CAD-CLIENTE
           END-EVALUATE

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INSERÇÃO DE CLIENTES                                 *
      *----------------------------------------------------------------*
       2111-INSERIR-CLIENTE            SECTION.
           
           PERFORM 3000-INICIALIZA-CLIENTE
           
           DISPLAY T004-INCLUIR-CLIENTE
           ACCEPT  T004-INCLUIR-CLIENTE
       
           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG002
              PERFORM 5000-CARREGA-DADOS-CLIENTE                        
              PERFORM 6000-CHAMA-PGFJF002
              DISPLAY WS-LINHA-BRANCO     
                                       AT 1802
              DISPLAY MSG-RETORNO-LNKG002
                                       AT 1820
              STOP ' '
              PERFORM 3000-INICIALIZA-CLIENTE
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 3000-INICIALIZA-CLIENTE
                 PERFORM 2110-CAD-CLIENTE
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 3000-INICIALIZA-CLIENTE
                 PERFORM 2110-CAD-CLIENTE
              END-IF
           END-IF

           .
       2111-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE ALTERAÇAO DE CLIENTES                                *
      *----------------------------------------------------------------*
       2112-ALTERAR-CLIENTE            SECTION.
       
           PERFORM 3000-INICIALIZA-CLIENTE
           
           DISPLAY T005-PESQUISAR-CLIENTE
           ACCEPT  T005-PESQUISAR-CLIENTE
      
           MOVE 0                     TO COD-FUNCAO-LNKG002       
           PERFORM 5000-CARREGA-DADOS-CLIENTE
           PERFORM 6000-CHAMA-PGFJF002
            
           EVALUATE COD-RETORNO-LNKG002
               WHEN ZEROS
                    MOVE COD-CLIENTE-LNKG002  TO WS-CODIGO-CLI
                    MOVE CNPJ-LNKG002         TO WS-CNPJ-CLI
                    MOVE LIMITE-CRED-LNKG002  TO WS-LIMITE-CRED-CLI
                    DISPLAY T006-MODIFICAR-CLIENTE
                    ACCEPT  T006-MODIFICAR-CLIENTE
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-LNKG002
                       PERFORM 5000-CARREGA-DADOS-CLIENTE               
                       PERFORM 6000-CHAMA-PGFJF002
                       DISPLAY WS-LINHA-BRANCO     
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG002            
                                       AT 1820
                       STOP ' '
                       PERFORM 3000-INICIALIZA-CLIENTE           
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 3000-INICIALIZA-CLIENTE
                          PERFORM 2110-CAD-CLIENTE
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO                 
                                       AT 1820
                          STOP ' '
                          PERFORM 2110-CAD-CLIENTE
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO     
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG002                       
                                       AT 1820
                    STOP ' '
                    PERFORM 3000-INICIALIZA-CLIENTE
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2112-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSÃO DE CLIENTES                                           *
      *----------------------------------------------------------------*
       2113-EXCLUIR-CLIENTE            SECTION.
           
           PERFORM 3000-INICIALIZA-CLIENTE
           
           DISPLAY T005-PESQUISAR-CLIENTE
           ACCEPT  T005-PESQUISAR-CLIENTE
      
           MOVE 0                      TO COD-FUNCAO-LNKG002     
           PERFORM 5000-CARREGA-DADOS-CLIENTE
           PERFORM 6000-CHAMA-PGFJF002
            
           EVALUATE COD-RETORNO-LNKG002
               WHEN ZEROS
                    MOVE COD-CLIENTE-LNKG002   TO WS-CODIGO-CLI
                    MOVE CNPJ-LNKG002          TO WS-CNPJ-CLI
                    MOVE LATITUDE-CLI-LNKG002  TO WS-LATITUDE-CLI
                    MOVE LONGITUDE-CLI-LNKG002 TO WS-LONGITUDE-CLI
                    MOVE RAZAO-SOCIAL-LNKG002  TO WS-RAZAO-SOCIAL
                    DISPLAY T007-DELETAR-CLIENTE
                    ACCEPT  T007-DELETAR-CLIENTE
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-LNKG002           
                       PERFORM 6000-CHAMA-PGFJF002
                       DISPLAY WS-LINHA-BRANCO     
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG002
                                       AT 1820
                       STOP ' '
                       PERFORM 3000-INICIALIZA-CLIENTE
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 3000-INICIALIZA-CLIENTE
                          PERFORM 2110-CAD-CLIENTE
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO                 
                                       AT 1820
                          STOP ' '
                          PERFORM 2110-CAD-CLIENTE
                       END-IF
                   END-IF 
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO     
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG002                       
                                       AT 1820
                    STOP ' '
                    PERFORM 3000-INICIALIZA-CLIENTE
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2113-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA CLIENTE 360 - CADASTRO, VENDEDOR ATUAL, BACKUPS,      *
      * CHURN E AUDITORIA EM UMA UNICA CONSULTA                        *
      *----------------------------------------------------------------*
       2114-CONSULTA-360               SECTION.

           PERFORM 3000-INICIALIZA-CLIENTE

           DISPLAY T005-PESQUISAR-CLIENTE
           ACCEPT  T005-PESQUISAR-CLIENTE

           MOVE WS-CODIGO-CLI          TO COD-CLIENTE-LNKG031
           MOVE WS-RAZAO-SOCIAL        TO RAZAO-SOCIAL-LNKG031

           CALL WS-PGFJF031            USING LNKG031L

           DISPLAY " "
           DISPLAY MSG-RETORNO-LNKG031
           STOP ' '

           PERFORM 3000-INICIALIZA-CLIENTE
           PERFORM 2110-CAD-CLIENTE

           .
       2114-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DE CONTATOS DO CLIENTE                 *
      *----------------------------------------------------------------*
       2115-CAD-CONTATO                SECTION.

           DISPLAY T106-CONTATO
           ACCEPT  T106-CONTATO

           EVALUATE WS-CTT-OPCAO
               WHEN 1
                    PERFORM 2116-INSERIR-CONTATO
               WHEN 2
                    PERFORM 2117-ALTERAR-CONTATO
               WHEN 3
                    PERFORM 2118-EXCLUIR-CONTATO
               WHEN 5
                    PERFORM 4115-INICIALIZA-CONTATO
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2115-CAD-CONTATO
           END-EVALUATE

           .
       2115-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERCAO DE CONTATO DO CLIENTE                                 *
      *----------------------------------------------------------------*
       2116-INSERIR-CONTATO            SECTION.

           PERFORM 4115-INICIALIZA-CONTATO

           DISPLAY T107-INCLUIR-CONTATO
           ACCEPT  T107-INCLUIR-CONTATO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG064
              PERFORM 5115-CARREGA-DADOS-CONTATO
              CALL WS-PGFJF064         USING LNKG064L
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG064
                                       AT 1820
              STOP ' '
              PERFORM 4115-INICIALIZA-CONTATO
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4115-INICIALIZA-CONTATO
                 PERFORM 2115-CAD-CONTATO
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4115-INICIALIZA-CONTATO
                 PERFORM 2115-CAD-CONTATO
              END-IF
           END-IF

           .
       2116-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DE CONTATO DO CLIENTE                                *
      *----------------------------------------------------------------*
       2117-ALTERAR-CONTATO            SECTION.

           PERFORM 4115-INICIALIZA-CONTATO

           DISPLAY T108-PESQUISAR-CONTATO
           ACCEPT  T108-PESQUISAR-CONTATO

           MOVE 0                      TO COD-FUNCAO-LNKG064
           PERFORM 5115-CARREGA-DADOS-CONTATO
           CALL WS-PGFJF064            USING LNKG064L

           EVALUATE COD-RETORNO-LNKG064
               WHEN ZEROS
                    PERFORM 5116-DEVOLVE-DADOS-CONTATO
                    DISPLAY T109-MODIFICAR-CONTATO
                    ACCEPT  T109-MODIFICAR-CONTATO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-LNKG064
                       PERFORM 5115-CARREGA-DADOS-CONTATO
                       CALL WS-PGFJF064 USING LNKG064L
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG064
                                       AT 1820
                       STOP ' '
                       PERFORM 4115-INICIALIZA-CONTATO
                       PERFORM 2000-PROCESSA
                    ELSE
                       PERFORM 4115-INICIALIZA-CONTATO
                       PERFORM 2115-CAD-CONTATO
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG064
                                       AT 1820
                    STOP ' '
                    PERFORM 4115-INICIALIZA-CONTATO
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2117-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DE CONTATO DO CLIENTE                                 *
      *----------------------------------------------------------------*
       2118-EXCLUIR-CONTATO            SECTION.

           PERFORM 4115-INICIALIZA-CONTATO

           DISPLAY T108-PESQUISAR-CONTATO
           ACCEPT  T108-PESQUISAR-CONTATO

           MOVE 0                      TO COD-FUNCAO-LNKG064
           PERFORM 5115-CARREGA-DADOS-CONTATO
           CALL WS-PGFJF064            USING LNKG064L

           EVALUATE COD-RETORNO-LNKG064
               WHEN ZEROS
                    PERFORM 5116-DEVOLVE-DADOS-CONTATO
                    DISPLAY T110-DELETAR-CONTATO
                    ACCEPT  T110-DELETAR-CONTATO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-LNKG064
                       PERFORM 5115-CARREGA-DADOS-CONTATO
                       CALL WS-PGFJF064 USING LNKG064L
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG064
                                       AT 1820
                       STOP ' '
                       PERFORM 4115-INICIALIZA-CONTATO
                       PERFORM 2000-PROCESSA
                    ELSE
                       PERFORM 4115-INICIALIZA-CONTATO
                       PERFORM 2115-CAD-CONTATO
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG064
                                       AT 1820
                    STOP ' '
                    PERFORM 4115-INICIALIZA-CONTATO
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2118-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DE REGIOES                             *
      *----------------------------------------------------------------*
       2130-CAD-REGIAO                 SECTION.

           DISPLAY T018-REGIAO
           ACCEPT  T018-REGIAO

           EVALUATE WS-REG-OPCAO
               WHEN 1
                    PERFORM 2131-INSERIR-REGIAO
               WHEN 2
                    PERFORM 2132-ALTERAR-REGIAO
               WHEN 3
                    PERFORM 2133-EXCLUIR-REGIAO
               WHEN 5
                    PERFORM 4100-INICIALIZA-REGIAO
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2130-CAD-REGIAO
           END-EVALUATE

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERÇÃO DE REGIOES                                            *
      *----------------------------------------------------------------*
       2131-INSERIR-REGIAO             SECTION.

           PERFORM 4100-INICIALIZA-REGIAO

           DISPLAY T019-INCLUIR-REGIAO
           ACCEPT  T019-INCLUIR-REGIAO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG011
              PERFORM 5100-CARREGA-DADOS-REGIAO
              PERFORM 6100-CHAMA-PGFJF011
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG011
                                       AT 1820
              STOP ' '
              PERFORM 4100-INICIALIZA-REGIAO
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4100-INICIALIZA-REGIAO
                 PERFORM 2130-CAD-REGIAO
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4100-INICIALIZA-REGIAO
                 PERFORM 2130-CAD-REGIAO
              END-IF
           END-IF

           .
       2131-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERAÇAO DE REGIOES                                           *
      *----------------------------------------------------------------*
       2132-ALTERAR-REGIAO             SECTION.

           PERFORM 4100-INICIALIZA-REGIAO

           DISPLAY T020-PESQUISAR-REGIAO
           ACCEPT  T020-PESQUISAR-REGIAO

           MOVE 0                      TO COD-FUNCAO-LNKG011
           PERFORM 5100-CARREGA-DADOS-REGIAO
           PERFORM 6100-CHAMA-PGFJF011

           EVALUATE COD-RETORNO-LNKG011
               WHEN ZEROS
                    MOVE COD-REGIAO-LNKG011    TO WS-COD-REGIAO
                    MOVE NOME-REGIAO-LNKG011   TO WS-NOME-REGIAO
                    MOVE UFS-REGIAO-LNKG011    TO WS-UFS-REGIAO
                    DISPLAY T021-MODIFICAR-REGIAO
                    ACCEPT  T021-MODIFICAR-REGIAO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-LNKG011
                       PERFORM 5100-CARREGA-DADOS-REGIAO
                       PERFORM 6100-CHAMA-PGFJF011
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG011
                                       AT 1820
                       STOP ' '
                       PERFORM 4100-INICIALIZA-REGIAO
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4100-INICIALIZA-REGIAO
                          PERFORM 2130-CAD-REGIAO
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2130-CAD-REGIAO
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG011
                                       AT 1820
                    STOP ' '
                    PERFORM 4100-INICIALIZA-REGIAO
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2132-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSÃO DE REGIOES                                            *
      *----------------------------------------------------------------*
       2133-EXCLUIR-REGIAO             SECTION.

           PERFORM 4100-INICIALIZA-REGIAO

           DISPLAY T020-PESQUISAR-REGIAO
           ACCEPT  T020-PESQUISAR-REGIAO

           MOVE 0                      TO COD-FUNCAO-LNKG011
           PERFORM 5100-CARREGA-DADOS-REGIAO
           PERFORM 6100-CHAMA-PGFJF011

           EVALUATE COD-RETORNO-LNKG011
               WHEN ZEROS
                    MOVE COD-REGIAO-LNKG011    TO WS-COD-REGIAO
                    MOVE NOME-REGIAO-LNKG011   TO WS-NOME-REGIAO
                    MOVE UFS-REGIAO-LNKG011    TO WS-UFS-REGIAO
                    DISPLAY T022-DELETAR-REGIAO
                    ACCEPT  T022-DELETAR-REGIAO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-LNKG011
                       PERFORM 6100-CHAMA-PGFJF011
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG011
                                       AT 1820
                       STOP ' '
                       PERFORM 4100-INICIALIZA-REGIAO
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4100-INICIALIZA-REGIAO
                          PERFORM 2130-CAD-REGIAO
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2130-CAD-REGIAO
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG011
                                       AT 1820
                    STOP ' '
                    PERFORM 4100-INICIALIZA-REGIAO
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2133-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MANUTENCAO DOS PARAMETROS DE POLITICA - CARREGA OS VALORES EM  *
      * VIGOR (OU OS PADROES), PERMITE EDITAR E REGRAVA O ArqParametros*
      *----------------------------------------------------------------*
       2140-PARAMETROS                 SECTION.

           MOVE 0                      TO COD-FUNCAO-LNKG012
           PERFORM 6200-CHAMA-PGFJF012

           MOVE LIMITE-DISTANCIA-LNKG012
                                       TO WS-PAR-LIMITE-DIST
           MOVE LAT-MIN-LNKG012        TO WS-PAR-LAT-MIN
           MOVE LAT-MAX-LNKG012        TO WS-PAR-LAT-MAX
           MOVE LON-MIN-LNKG012        TO WS-PAR-LON-MIN
           MOVE LON-MAX-LNKG012        TO WS-PAR-LON-MAX
           MOVE MESES-RETENCAO-LNKG012 TO WS-PAR-MESES-RETENCAO
           MOVE DIAS-VAL-SENHA-LNKG012 TO WS-PAR-DIAS-VAL-SENHA
           MOVE QTD-TENT-MAX-LNKG012   TO WS-PAR-QTD-TENT-MAX
           MOVE VISITAS-DIA-LNKG012    TO WS-PAR-VISITAS-DIA
           MOVE MODO-ATRIB-LNKG012     TO WS-PAR-MODO-ATRIB
           MOVE PERC-CLASSE-A-LNKG012  TO WS-PAR-PERC-CLASSE-A
           MOVE PERC-CLASSE-B-LNKG012  TO WS-PAR-PERC-CLASSE-B
           MOVE DIAS-VISITA-A-LNKG012  TO WS-PAR-DIAS-VISITA-A
           MOVE DIAS-VISITA-B-LNKG012  TO WS-PAR-DIAS-VISITA-B
           MOVE DIAS-VISITA-C-LNKG012  TO WS-PAR-DIAS-VISITA-C
           MOVE QTD-GER-SNAP-LNKG012   TO WS-PAR-GER-SNAP
           MOVE PRAZO-TITULO-LNKG012   TO WS-PAR-PRAZO-TITULO
           MOVE PISO-ATING-LNKG012     TO WS-PAR-PISO-ATING

           DISPLAY T023-PARAMETROS
           ACCEPT  T023-PARAMETROS

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 2                   TO COD-FUNCAO-LNKG012
              MOVE WS-PAR-LIMITE-DIST  TO LIMITE-DISTANCIA-LNKG012
              MOVE WS-PAR-LAT-MIN      TO LAT-MIN-LNKG012
              MOVE WS-PAR-LAT-MAX      TO LAT-MAX-LNKG012
              MOVE WS-PAR-LON-MIN      TO LON-MIN-LNKG012
              MOVE WS-PAR-LON-MAX      TO LON-MAX-LNKG012
              MOVE WS-PAR-MESES-RETENCAO
                                       TO MESES-RETENCAO-LNKG012
              MOVE WS-PAR-DIAS-VAL-SENHA
                                       TO DIAS-VAL-SENHA-LNKG012
              MOVE WS-PAR-QTD-TENT-MAX TO QTD-TENT-MAX-LNKG012
              MOVE WS-PAR-VISITAS-DIA  TO VISITAS-DIA-LNKG012
              MOVE FUNCTION UPPER-CASE(WS-PAR-MODO-ATRIB)
                                       TO MODO-ATRIB-LNKG012
              MOVE WS-PAR-PERC-CLASSE-A
                                       TO PERC-CLASSE-A-LNKG012
              MOVE WS-PAR-PERC-CLASSE-B
                                       TO PERC-CLASSE-B-LNKG012
              MOVE WS-PAR-DIAS-VISITA-A
                                       TO DIAS-VISITA-A-LNKG012
              MOVE WS-PAR-DIAS-VISITA-B
                                       TO DIAS-VISITA-B-LNKG012
              MOVE WS-PAR-DIAS-VISITA-C
                                       TO DIAS-VISITA-C-LNKG012
              MOVE WS-PAR-GER-SNAP     TO QTD-GER-SNAP-LNKG012
              MOVE WS-PAR-PRAZO-TITULO TO PRAZO-TITULO-LNKG012
              MOVE WS-PAR-PISO-ATING   TO PISO-ATING-LNKG012
              PERFORM 6200-CHAMA-PGFJF012
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG012
                                       AT 1820
              STOP ' '
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 2100-CADASTROS
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 2140-PARAMETROS
              END-IF
           END-IF

           .
       2140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DOS PARAMETROS FINANCEIROS - LE TODOS OS PARAMETROS,    *
      * ALTERA SO OS FINANCEIROS E DEVOLVE O REGISTRO INTEIRO          *
      *----------------------------------------------------------------*
       2145-PARAM-FINANCEIRO           SECTION.

           MOVE 0                      TO COD-FUNCAO-LNKG012
           PERFORM 6200-CHAMA-PGFJF012

           MOVE DIAS-ESTORNO-LNKG012   TO WS-PAR-DIAS-ESTORNO
           MOVE DIAS-COBR-EST1-LNKG012 TO WS-PAR-COBR-EST1
           MOVE DIAS-COBR-EST2-LNKG012 TO WS-PAR-COBR-EST2
           MOVE DIAS-COBR-EST3-LNKG012 TO WS-PAR-COBR-EST3
           MOVE VALOR-KM-LNKG012       TO WS-PAR-VALOR-KM
           MOVE DIAS-SEM-COMPRA-LNKG012
                                       TO WS-PAR-DIAS-SEM-COMPRA
           MOVE PERC-QUEDA-LNKG012     TO WS-PAR-PERC-QUEDA
           MOVE MESES-RET-LGPD-LNKG012 TO WS-PAR-MESES-LGPD

           DISPLAY T088-PARAM-FINANCEIRO
           ACCEPT  T088-PARAM-FINANCEIRO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 2                   TO COD-FUNCAO-LNKG012
              MOVE WS-PAR-DIAS-ESTORNO TO DIAS-ESTORNO-LNKG012
              MOVE WS-PAR-COBR-EST1    TO DIAS-COBR-EST1-LNKG012
              MOVE WS-PAR-COBR-EST2    TO DIAS-COBR-EST2-LNKG012
              MOVE WS-PAR-COBR-EST3    TO DIAS-COBR-EST3-LNKG012
              MOVE WS-PAR-VALOR-KM     TO VALOR-KM-LNKG012
              MOVE WS-PAR-DIAS-SEM-COMPRA
                                       TO DIAS-SEM-COMPRA-LNKG012
              MOVE WS-PAR-PERC-QUEDA   TO PERC-QUEDA-LNKG012
              MOVE WS-PAR-MESES-LGPD   TO MESES-RET-LGPD-LNKG012
              PERFORM 6200-CHAMA-PGFJF012
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG012
                                       AT 1820
              STOP ' '
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 2100-CADASTROS
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 2145-PARAM-FINANCEIRO
              END-IF
           END-IF

           .
       2145-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DE ATRIBUICOES FIXADAS                 *
      *----------------------------------------------------------------*
       2150-CAD-FIXACAO                SECTION.

           DISPLAY T024-FIXACAO
           ACCEPT  T024-FIXACAO

           EVALUATE WS-FIX-OPCAO
               WHEN 1
                    PERFORM 2151-INSERIR-FIXACAO
               WHEN 2
                    PERFORM 2152-ALTERAR-FIXACAO
               WHEN 3
                    PERFORM 2153-EXCLUIR-FIXACAO
               WHEN 5
                    PERFORM 4200-INICIALIZA-FIXACAO
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2150-CAD-FIXACAO
           END-EVALUATE

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERÇÃO DE ATRIBUICOES FIXADAS                                *
      *----------------------------------------------------------------*
       2151-INSERIR-FIXACAO            SECTION.

           PERFORM 4200-INICIALIZA-FIXACAO

           DISPLAY T025-INCLUIR-FIXACAO
           ACCEPT  T025-INCLUIR-FIXACAO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG013
              PERFORM 5200-CARREGA-DADOS-FIXACAO
              PERFORM 6300-CHAMA-PGFJF013
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG013
                                       AT 1820
              STOP ' '
              PERFORM 4200-INICIALIZA-FIXACAO
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4200-INICIALIZA-FIXACAO
                 PERFORM 2150-CAD-FIXACAO
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4200-INICIALIZA-FIXACAO
                 PERFORM 2150-CAD-FIXACAO
              END-IF
           END-IF

           .
       2151-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERAÇAO DE ATRIBUICOES FIXADAS                               *
      *----------------------------------------------------------------*
       2152-ALTERAR-FIXACAO            SECTION.

           PERFORM 4200-INICIALIZA-FIXACAO

           DISPLAY T026-PESQUISAR-FIXACAO
           ACCEPT  T026-PESQUISAR-FIXACAO

           MOVE 0                      TO COD-FUNCAO-LNKG013
           PERFORM 5200-CARREGA-DADOS-FIXACAO
           PERFORM 6300-CHAMA-PGFJF013

           EVALUATE COD-RETORNO-LNKG013
               WHEN ZEROS
                    MOVE COD-CLIENTE-LNKG013   TO WS-FIX-COD-CLI
                    MOVE COD-VENDEDOR-LNKG013  TO WS-FIX-COD-VEND
                    MOVE DATA-INICIO-LNKG013   TO WS-FIX-DATA-INICIO
                    MOVE DATA-FIM-LNKG013      TO WS-FIX-DATA-FIM
                    MOVE MOTIVO-LNKG013        TO WS-FIX-MOTIVO
                    DISPLAY T027-MODIFICAR-FIXACAO
                    ACCEPT  T027-MODIFICAR-FIXACAO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-LNKG013
                       PERFORM 5200-CARREGA-DADOS-FIXACAO
                       PERFORM 6300-CHAMA-PGFJF013
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG013
                                       AT 1820
                       STOP ' '
                       PERFORM 4200-INICIALIZA-FIXACAO
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4200-INICIALIZA-FIXACAO
                          PERFORM 2150-CAD-FIXACAO
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2150-CAD-FIXACAO
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG013
                                       AT 1820
                    STOP ' '
                    PERFORM 4200-INICIALIZA-FIXACAO
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2152-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSÃO DE ATRIBUICOES FIXADAS                                *
      *----------------------------------------------------------------*
       2153-EXCLUIR-FIXACAO            SECTION.

           PERFORM 4200-INICIALIZA-FIXACAO

           DISPLAY T026-PESQUISAR-FIXACAO
           ACCEPT  T026-PESQUISAR-FIXACAO

           MOVE 0                      TO COD-FUNCAO-LNKG013
           PERFORM 5200-CARREGA-DADOS-FIXACAO
           PERFORM 6300-CHAMA-PGFJF013

           EVALUATE COD-RETORNO-LNKG013
               WHEN ZEROS
                    MOVE COD-CLIENTE-LNKG013   TO WS-FIX-COD-CLI
                    MOVE COD-VENDEDOR-LNKG013  TO WS-FIX-COD-VEND
                    MOVE MOTIVO-LNKG013        TO WS-FIX-MOTIVO
                    DISPLAY T028-DELETAR-FIXACAO
                    ACCEPT  T028-DELETAR-FIXACAO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-LNKG013
                       PERFORM 6300-CHAMA-PGFJF013
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG013
                                       AT 1820
                       STOP ' '
                       PERFORM 4200-INICIALIZA-FIXACAO
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4200-INICIALIZA-FIXACAO
                          PERFORM 2150-CAD-FIXACAO
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2150-CAD-FIXACAO
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG013
                                       AT 1820
                    STOP ' '
                    PERFORM 4200-INICIALIZA-FIXACAO
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2153-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DE AUSENCIAS DE VENDEDOR               *
      *----------------------------------------------------------------*
       2160-CAD-AUSENCIA               SECTION.

           DISPLAY T029-AUSENCIA
           ACCEPT  T029-AUSENCIA

           EVALUATE WS-AUS-OPCAO
               WHEN 1
                    PERFORM 2161-INSERIR-AUSENCIA
               WHEN 2
                    PERFORM 2162-ALTERAR-AUSENCIA
               WHEN 3
                    PERFORM 2163-EXCLUIR-AUSENCIA
               WHEN 5
                    PERFORM 4300-INICIALIZA-AUSENCIA
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2160-CAD-AUSENCIA
           END-EVALUATE

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERÇÃO DE AUSENCIAS                                          *
      *----------------------------------------------------------------*
       2161-INSERIR-AUSENCIA           SECTION.

           PERFORM 4300-INICIALIZA-AUSENCIA

           DISPLAY T030-INCLUIR-AUSENCIA
           ACCEPT  T030-INCLUIR-AUSENCIA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG014
              PERFORM 5300-CARREGA-DADOS-AUSENCIA
              PERFORM 6400-CHAMA-PGFJF014
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG014
                                       AT 1820
              STOP ' '
              PERFORM 4300-INICIALIZA-AUSENCIA
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4300-INICIALIZA-AUSENCIA
                 PERFORM 2160-CAD-AUSENCIA
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4300-INICIALIZA-AUSENCIA
                 PERFORM 2160-CAD-AUSENCIA
              END-IF
           END-IF

           .
       2161-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERAÇAO DE AUSENCIAS                                         *
      *----------------------------------------------------------------*
       2162-ALTERAR-AUSENCIA           SECTION.

           PERFORM 4300-INICIALIZA-AUSENCIA

           DISPLAY T031-PESQUISAR-AUSENCIA
           ACCEPT  T031-PESQUISAR-AUSENCIA

           MOVE 0                      TO COD-FUNCAO-LNKG014
           PERFORM 5300-CARREGA-DADOS-AUSENCIA
           PERFORM 6400-CHAMA-PGFJF014

           EVALUATE COD-RETORNO-LNKG014
               WHEN ZEROS
                    MOVE COD-VENDEDOR-LNKG014  TO WS-AUS-COD-VEND
                    MOVE DATA-INICIO-LNKG014   TO WS-AUS-DATA-INICIO
                    MOVE DATA-FIM-LNKG014      TO WS-AUS-DATA-FIM
                    MOVE MOTIVO-LNKG014        TO WS-AUS-MOTIVO
                    DISPLAY T032-MODIFICAR-AUSENCIA
                    ACCEPT  T032-MODIFICAR-AUSENCIA
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-LNKG014
                       PERFORM 5300-CARREGA-DADOS-AUSENCIA
                       PERFORM 6400-CHAMA-PGFJF014
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG014
                                       AT 1820
                       STOP ' '
                       PERFORM 4300-INICIALIZA-AUSENCIA
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4300-INICIALIZA-AUSENCIA
                          PERFORM 2160-CAD-AUSENCIA
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2160-CAD-AUSENCIA
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG014
                                       AT 1820
                    STOP ' '
                    PERFORM 4300-INICIALIZA-AUSENCIA
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2162-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSÃO DE AUSENCIAS                                          *
      *----------------------------------------------------------------*
       2163-EXCLUIR-AUSENCIA           SECTION.

           PERFORM 4300-INICIALIZA-AUSENCIA

           DISPLAY T031-PESQUISAR-AUSENCIA
           ACCEPT  T031-PESQUISAR-AUSENCIA

           MOVE 0                      TO COD-FUNCAO-LNKG014
           PERFORM 5300-CARREGA-DADOS-AUSENCIA
           PERFORM 6400-CHAMA-PGFJF014

           EVALUATE COD-RETORNO-LNKG014
               WHEN ZEROS
                    MOVE COD-VENDEDOR-LNKG014  TO WS-AUS-COD-VEND
                    MOVE DATA-INICIO-LNKG014   TO WS-AUS-DATA-INICIO
                    MOVE DATA-FIM-LNKG014      TO WS-AUS-DATA-FIM
                    MOVE MOTIVO-LNKG014        TO WS-AUS-MOTIVO
                    DISPLAY T033-DELETAR-AUSENCIA
                    ACCEPT  T033-DELETAR-AUSENCIA
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-LNKG014
                       PERFORM 6400-CHAMA-PGFJF014
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG014
                                       AT 1820
                       STOP ' '
                       PERFORM 4300-INICIALIZA-AUSENCIA
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4300-INICIALIZA-AUSENCIA
                          PERFORM 2160-CAD-AUSENCIA
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2160-CAD-AUSENCIA
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG014
                                       AT 1820
                    STOP ' '
                    PERFORM 4300-INICIALIZA-AUSENCIA
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2163-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DE PEDIDOS                             *
      *----------------------------------------------------------------*
       2170-CAD-PEDIDO                 SECTION.

           DISPLAY T034-PEDIDO
           ACCEPT  T034-PEDIDO

           EVALUATE WS-PED-OPCAO
               WHEN 1
                    PERFORM 2171-INSERIR-PEDIDO
               WHEN 2
                    PERFORM 2172-ALTERAR-PEDIDO
               WHEN 3
                    PERFORM 2173-EXCLUIR-PEDIDO
               WHEN 4
                    PERFORM 2175-MUDAR-SITUACAO
               WHEN 6
                    PERFORM 2176-DEVOLUCAO-PEDIDO
               WHEN 7
                    PERFORM 2177-REIMPRIME-FATURA
               WHEN 8
                    PERFORM 4970-INICIALIZA-RECORRENTE
                    PERFORM 2970-CAD-RECORRENTE
               WHEN 5
                    PERFORM 4400-INICIALIZA-PEDIDO
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2170-CAD-PEDIDO
           END-EVALUATE

           .
       2170-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERÇÃO DE PEDIDOS                                            *
      *----------------------------------------------------------------*
       2171-INSERIR-PEDIDO             SECTION.

           PERFORM 4400-INICIALIZA-PEDIDO

           DISPLAY T035-INCLUIR-PEDIDO
           ACCEPT  T035-INCLUIR-PEDIDO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG016
              PERFORM 5400-CARREGA-DADOS-PEDIDO
              PERFORM 6500-CHAMA-PGFJF016

              IF COD-RETORNO-LNKG016   EQUAL 2 AND
                 USUARIO-LOGADO-SUPERVISOR
                 PERFORM 2174-OVERRIDE-CREDITO
              END-IF

              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG016
                                       AT 1820
              STOP ' '
              PERFORM 4400-INICIALIZA-PEDIDO
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4400-INICIALIZA-PEDIDO
                 PERFORM 2170-CAD-PEDIDO
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4400-INICIALIZA-PEDIDO
                 PERFORM 2170-CAD-PEDIDO
              END-IF
           END-IF

           .
       2171-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERAÇAO DE PEDIDOS                                           *
      *----------------------------------------------------------------*
       2172-ALTERAR-PEDIDO             SECTION.

           PERFORM 4400-INICIALIZA-PEDIDO

           DISPLAY T036-PESQUISAR-PEDIDO
           ACCEPT  T036-PESQUISAR-PEDIDO

           MOVE 0                      TO COD-FUNCAO-LNKG016
           PERFORM 5400-CARREGA-DADOS-PEDIDO
           PERFORM 6500-CHAMA-PGFJF016

           EVALUATE COD-RETORNO-LNKG016
               WHEN ZEROS
                    MOVE NUM-PEDIDO-LNKG016    TO WS-PED-NUMERO
                    MOVE COD-CLIENTE-LNKG016   TO WS-PED-COD-CLI
                    MOVE COD-VENDEDOR-LNKG016  TO WS-PED-COD-VEND
                    MOVE DATA-PEDIDO-LNKG016   TO WS-PED-DATA
                    MOVE VALOR-PEDIDO-LNKG016  TO WS-PED-VALOR
                    DISPLAY T037-MODIFICAR-PEDIDO
                    ACCEPT  T037-MODIFICAR-PEDIDO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-LNKG016
                       PERFORM 5400-CARREGA-DADOS-PEDIDO
                       PERFORM 6500-CHAMA-PGFJF016
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG016
                                       AT 1820
                       STOP ' '
                       PERFORM 4400-INICIALIZA-PEDIDO
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4400-INICIALIZA-PEDIDO
                          PERFORM 2170-CAD-PEDIDO
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2170-CAD-PEDIDO
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG016
                                       AT 1820
                    STOP ' '
                    PERFORM 4400-INICIALIZA-PEDIDO
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2172-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSÃO DE PEDIDOS                                            *
      *----------------------------------------------------------------*
       2173-EXCLUIR-PEDIDO             SECTION.

           PERFORM 4400-INICIALIZA-PEDIDO

           DISPLAY T036-PESQUISAR-PEDIDO
           ACCEPT  T036-PESQUISAR-PEDIDO

           MOVE 0                      TO COD-FUNCAO-LNKG016
           PERFORM 5400-CARREGA-DADOS-PEDIDO
           PERFORM 6500-CHAMA-PGFJF016

           EVALUATE COD-RETORNO-LNKG016
               WHEN ZEROS
                    MOVE NUM-PEDIDO-LNKG016    TO WS-PED-NUMERO
                    MOVE COD-CLIENTE-LNKG016   TO WS-PED-COD-CLI
                    MOVE COD-VENDEDOR-LNKG016  TO WS-PED-COD-VEND
                    MOVE VALOR-PEDIDO-LNKG016  TO WS-PED-VALOR
                    DISPLAY T038-DELETAR-PEDIDO
                    ACCEPT  T038-DELETAR-PEDIDO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-LNKG016
                       PERFORM 6500-CHAMA-PGFJF016
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG016
                                       AT 1820
                       STOP ' '
                       PERFORM 4400-INICIALIZA-PEDIDO
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4400-INICIALIZA-PEDIDO
                          PERFORM 2170-CAD-PEDIDO
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2170-CAD-PEDIDO
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG016
                                       AT 1820
                    STOP ' '
                    PERFORM 4400-INICIALIZA-PEDIDO
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2173-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DO CALENDARIO DE FERIADOS                               *
      *----------------------------------------------------------------*
       2195-CAD-CALENDARIO             SECTION.

           DISPLAY T068-CALENDARIO
           ACCEPT  T068-CALENDARIO

           EVALUATE WS-CAL-OPCAO
               WHEN 1
                    PERFORM 2196-INSERIR-FERIADO
               WHEN 3
                    PERFORM 2197-EXCLUIR-FERIADO
               WHEN 5
                    PERFORM 4900-INICIALIZA-FERIADO
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2195-CAD-CALENDARIO
           END-EVALUATE

           .
       2195-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERÇÃO DE FERIADOS                                           *
      *----------------------------------------------------------------*
       2196-INSERIR-FERIADO            SECTION.

           PERFORM 4900-INICIALIZA-FERIADO

           DISPLAY T069-INCLUIR-FERIADO
           ACCEPT  T069-INCLUIR-FERIADO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG047
              PERFORM 5800-CARREGA-DADOS-FERIADO
              CALL WS-PGFJF047         USING LNKG047L
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG047
                                       AT 1820
              STOP ' '
              PERFORM 4900-INICIALIZA-FERIADO
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4900-INICIALIZA-FERIADO
                 PERFORM 2195-CAD-CALENDARIO
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4900-INICIALIZA-FERIADO
                 PERFORM 2195-CAD-CALENDARIO
              END-IF
           END-IF

           .
       2196-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSÃO DE FERIADOS                                           *
      *----------------------------------------------------------------*
       2197-EXCLUIR-FERIADO            SECTION.

           PERFORM 4900-INICIALIZA-FERIADO

           DISPLAY T070-DELETAR-FERIADO
           ACCEPT  T070-DELETAR-FERIADO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 3                   TO COD-FUNCAO-LNKG047
              PERFORM 5800-CARREGA-DADOS-FERIADO
              CALL WS-PGFJF047         USING LNKG047L
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG047
                                       AT 1820
              STOP ' '
              PERFORM 4900-INICIALIZA-FERIADO
              PERFORM 2000-PROCESSA
           ELSE
              PERFORM 4900-INICIALIZA-FERIADO
              PERFORM 2195-CAD-CALENDARIO
           END-IF

           .
       2197-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MUDANCA DE SITUACAO DO PEDIDO                                  *
      *----------------------------------------------------------------*
       2175-MUDAR-SITUACAO             SECTION.

           PERFORM 4400-INICIALIZA-PEDIDO

           DISPLAY T036-PESQUISAR-PEDIDO
           ACCEPT  T036-PESQUISAR-PEDIDO

           MOVE 0                      TO COD-FUNCAO-LNKG016
           PERFORM 5400-CARREGA-DADOS-PEDIDO
           PERFORM 6500-CHAMA-PGFJF016

           EVALUATE COD-RETORNO-LNKG016
               WHEN ZEROS
                    MOVE NUM-PEDIDO-LNKG016    TO WS-PED-NUMERO
                    MOVE COD-CLIENTE-LNKG016   TO WS-PED-COD-CLI
                    MOVE COD-VENDEDOR-LNKG016  TO WS-PED-COD-VEND
                    MOVE VALOR-PEDIDO-LNKG016  TO WS-PED-VALOR
                    MOVE SITUACAO-LNKG016      TO WS-PED-SITUACAO
                    DISPLAY T067-SITUACAO-PEDIDO
                    ACCEPT  T067-SITUACAO-PEDIDO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 4          TO COD-FUNCAO-LNKG016
                       PERFORM 5400-CARREGA-DADOS-PEDIDO
                       MOVE FUNCTION UPPER-CASE(WS-PED-SITUACAO-NOVA)
                                       TO SITUACAO-NOVA-LNKG016
                       PERFORM 6500-CHAMA-PGFJF016
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG016
                                       AT 1820
                       STOP ' '
                       PERFORM 4400-INICIALIZA-PEDIDO
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4400-INICIALIZA-PEDIDO
                          PERFORM 2170-CAD-PEDIDO
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2170-CAD-PEDIDO
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG016
                                       AT 1820
                    STOP ' '
                    PERFORM 4400-INICIALIZA-PEDIDO
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2175-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLUCAO DE MERCADORIA DE PEDIDO FATURADO, COM EMISSAO DA     *
      * NOTA DE CREDITO (PGFJF065P)                                    *
      *----------------------------------------------------------------*
       2176-DEVOLUCAO-PEDIDO           SECTION.

           PERFORM 4400-INICIALIZA-PEDIDO
           PERFORM 4176-INICIALIZA-DEVOLUCAO

           DISPLAY T036-PESQUISAR-PEDIDO
           ACCEPT  T036-PESQUISAR-PEDIDO

           MOVE 0                      TO COD-FUNCAO-LNKG065
           MOVE WS-LOGIN-ID            TO ID-OPERADOR-LNKG065
           MOVE WS-PED-NUMERO          TO NUM-PEDIDO-LNKG065
           CALL WS-PGFJF065            USING LNKG065L

           EVALUATE COD-RETORNO-LNKG065
               WHEN ZEROS
                    PERFORM 5176-DEVOLVE-DADOS-DEVOLUCAO
                    DISPLAY T112-DEVOLUCAO-PEDIDO
                    ACCEPT  T112-DEVOLUCAO-PEDIDO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 1          TO COD-FUNCAO-LNKG065
                       PERFORM 5177-CARREGA-DADOS-DEVOLUCAO
                       CALL WS-PGFJF065 USING LNKG065L
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG065
                                       AT 1820
                       STOP ' '
                       PERFORM 4400-INICIALIZA-PEDIDO
                       PERFORM 4176-INICIALIZA-DEVOLUCAO
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4400-INICIALIZA-PEDIDO
                          PERFORM 4176-INICIALIZA-DEVOLUCAO
                          PERFORM 2170-CAD-PEDIDO
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2170-CAD-PEDIDO
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG065
                                       AT 1820
                    STOP ' '
                    PERFORM 4400-INICIALIZA-PEDIDO
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2176-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REIMPRESSAO (SEGUNDA VIA) DA FATURA DE UM PEDIDO               *
      *----------------------------------------------------------------*
       2177-REIMPRIME-FATURA           SECTION.

           PERFORM 4400-INICIALIZA-PEDIDO

           DISPLAY T036-PESQUISAR-PEDIDO
           ACCEPT  T036-PESQUISAR-PEDIDO

           INITIALIZE LNKG073L
           MOVE 2                      TO COD-FUNCAO-LNKG073
           MOVE WS-PED-NUMERO          TO NUM-PEDIDO-LNKG073

           CALL WS-PGFJF073            USING LNKG073L

           DISPLAY WS-LINHA-BRANCO     AT 1802
           DISPLAY MSG-RETORNO-LNKG073 AT 1820
           STOP ' '
           PERFORM 4400-INICIALIZA-PEDIDO
           PERFORM 2170-CAD-PEDIDO

           .
       2177-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERACAO (OVERRIDE) DE PEDIDO BLOQUEADO POR LIMITE DE CREDITO *
      * - SO ALCANCADA QUANDO O USUARIO LOGADO E SUPERVISOR            *
      *----------------------------------------------------------------*
       2174-OVERRIDE-CREDITO           SECTION.

           DISPLAY T065-OVERRIDE-CREDITO
           ACCEPT  T065-OVERRIDE-CREDITO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG016
              PERFORM 5400-CARREGA-DADOS-PEDIDO
              MOVE "S"                 TO SW-OVERRIDE-LNKG016
              PERFORM 6500-CHAMA-PGFJF016
           END-IF

           .
       2174-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DO CONTAS A RECEBER                                     *
      *----------------------------------------------------------------*
       2180-CAD-TITULO                 SECTION.

           DISPLAY T050-TITULO
           ACCEPT  T050-TITULO

           EVALUATE WS-TIT-OPCAO
               WHEN 1
                    PERFORM 2181-PAGAR-TITULO
               WHEN 5
                    PERFORM 4600-INICIALIZA-TITULO
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2180-CAD-TITULO
           END-EVALUATE

           .
       2180-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRO DE PAGAMENTO DE TITULO (TOTAL OU PARCIAL)             *
      *----------------------------------------------------------------*
       2181-PAGAR-TITULO               SECTION.

           PERFORM 4600-INICIALIZA-TITULO

           DISPLAY T051-PESQUISAR-TITULO
           ACCEPT  T051-PESQUISAR-TITULO

           MOVE 0                      TO COD-FUNCAO-LNKG038
           MOVE WS-TIT-NUMERO          TO NUM-TITULO-LNKG038
           PERFORM 6700-CHAMA-PGFJF038

           EVALUATE COD-RETORNO-LNKG038
               WHEN ZEROS
                    MOVE COD-CLIENTE-LNKG038   TO WS-TIT-COD-CLI
                    MOVE COD-VENDEDOR-LNKG038  TO WS-TIT-COD-VEND
                    MOVE DATA-VENCIMENTO-LNKG038
                                               TO WS-TIT-VENCIMENTO
                    MOVE VALOR-LNKG038         TO WS-TIT-VALOR
                    MOVE SALDO-LNKG038         TO WS-TIT-SALDO
                    DISPLAY T052-PAGAR-TITULO
                    ACCEPT  T052-PAGAR-TITULO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 1          TO COD-FUNCAO-LNKG038
                       MOVE WS-TIT-NUMERO
                                       TO NUM-TITULO-LNKG038
                       MOVE WS-TIT-VALOR-PAGTO
                                       TO VALOR-PAGAMENTO-LNKG038
                       MOVE WS-TIT-DATA-PAGTO
                                       TO DATA-PAGAMENTO-LNKG038
                       PERFORM 6700-CHAMA-PGFJF038
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG038
                                       AT 1820
                       STOP ' '
                       PERFORM 4600-INICIALIZA-TITULO
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4600-INICIALIZA-TITULO
                          PERFORM 2180-CAD-TITULO
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2180-CAD-TITULO
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG038
                                       AT 1820
                    STOP ' '
                    PERFORM 4600-INICIALIZA-TITULO
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2181-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DE METAS DE VENDEDOR                   *
      *----------------------------------------------------------------*
       2185-CAD-META                   SECTION.

           DISPLAY T059-META
           ACCEPT  T059-META

           EVALUATE WS-MET-OPCAO
               WHEN 1
                    PERFORM 2186-INSERIR-META
               WHEN 2
                    PERFORM 2187-ALTERAR-META
               WHEN 3
                    PERFORM 2188-EXCLUIR-META
               WHEN 5
                    PERFORM 4800-INICIALIZA-META
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2185-CAD-META
           END-EVALUATE

           .
       2185-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERÇÃO DE METAS                                              *
      *----------------------------------------------------------------*
       2186-INSERIR-META               SECTION.

           PERFORM 4800-INICIALIZA-META

           DISPLAY T060-INCLUIR-META
           ACCEPT  T060-INCLUIR-META

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG041
              PERFORM 5700-CARREGA-DADOS-META
              PERFORM 6900-CHAMA-PGFJF041
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG041
                                       AT 1820
              STOP ' '
              PERFORM 4800-INICIALIZA-META
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4800-INICIALIZA-META
                 PERFORM 2185-CAD-META
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4800-INICIALIZA-META
                 PERFORM 2185-CAD-META
              END-IF
           END-IF

           .
       2186-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERAÇAO DE METAS                                             *
      *----------------------------------------------------------------*
       2187-ALTERAR-META               SECTION.

           PERFORM 4800-INICIALIZA-META

           DISPLAY T061-PESQUISAR-META
           ACCEPT  T061-PESQUISAR-META

           MOVE 0                      TO COD-FUNCAO-LNKG041
           PERFORM 5700-CARREGA-DADOS-META
           PERFORM 6900-CHAMA-PGFJF041

           EVALUATE COD-RETORNO-LNKG041
               WHEN ZEROS
                    MOVE VALOR-META-LNKG041    TO WS-MET-VALOR
                    DISPLAY T062-MODIFICAR-META
                    ACCEPT  T062-MODIFICAR-META
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-LNKG041
                       PERFORM 5700-CARREGA-DADOS-META
                       PERFORM 6900-CHAMA-PGFJF041
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG041
                                       AT 1820
                       STOP ' '
                       PERFORM 4800-INICIALIZA-META
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4800-INICIALIZA-META
                          PERFORM 2185-CAD-META
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2185-CAD-META
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG041
                                       AT 1820
                    STOP ' '
                    PERFORM 4800-INICIALIZA-META
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2187-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSÃO DE METAS                                              *
      *----------------------------------------------------------------*
       2188-EXCLUIR-META               SECTION.

           PERFORM 4800-INICIALIZA-META

           DISPLAY T061-PESQUISAR-META
           ACCEPT  T061-PESQUISAR-META

           MOVE 0                      TO COD-FUNCAO-LNKG041
           PERFORM 5700-CARREGA-DADOS-META
           PERFORM 6900-CHAMA-PGFJF041

           EVALUATE COD-RETORNO-LNKG041
               WHEN ZEROS
                    MOVE VALOR-META-LNKG041    TO WS-MET-VALOR
                    DISPLAY T063-DELETAR-META
                    ACCEPT  T063-DELETAR-META
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-LNKG041
                       PERFORM 6900-CHAMA-PGFJF041
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG041
                                       AT 1820
                       STOP ' '
                       PERFORM 4800-INICIALIZA-META
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4800-INICIALIZA-META
                          PERFORM 2185-CAD-META
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2185-CAD-META
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG041
                                       AT 1820
                    STOP ' '
                    PERFORM 4800-INICIALIZA-META
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2188-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DE PRODUTOS                            *
      *----------------------------------------------------------------*
       2190-CAD-PRODUTO                SECTION.

           DISPLAY T054-PRODUTO
           ACCEPT  T054-PRODUTO

           EVALUATE WS-PRO-OPCAO
               WHEN 1
                    PERFORM 2191-INSERIR-PRODUTO
               WHEN 2
                    PERFORM 2192-ALTERAR-PRODUTO
               WHEN 3
                    PERFORM 2193-EXCLUIR-PRODUTO
               WHEN 4
                    PERFORM 2194-ENTRADA-ESTOQUE
               WHEN 5
                    PERFORM 4700-INICIALIZA-PRODUTO
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2190-CAD-PRODUTO
           END-EVALUATE

           .
       2190-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERÇÃO DE PRODUTOS                                           *
      *----------------------------------------------------------------*
       2191-INSERIR-PRODUTO            SECTION.

           PERFORM 4700-INICIALIZA-PRODUTO

           DISPLAY T055-INCLUIR-PRODUTO
           ACCEPT  T055-INCLUIR-PRODUTO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG040
              PERFORM 5600-CARREGA-DADOS-PRODUTO
              PERFORM 6800-CHAMA-PGFJF040
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG040
                                       AT 1820
              STOP ' '
              PERFORM 4700-INICIALIZA-PRODUTO
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4700-INICIALIZA-PRODUTO
                 PERFORM 2190-CAD-PRODUTO
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4700-INICIALIZA-PRODUTO
                 PERFORM 2190-CAD-PRODUTO
              END-IF
           END-IF

           .
       2191-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERAÇAO DE PRODUTOS                                          *
      *----------------------------------------------------------------*
       2192-ALTERAR-PRODUTO            SECTION.

           PERFORM 4700-INICIALIZA-PRODUTO

           DISPLAY T056-PESQUISAR-PRODUTO
           ACCEPT  T056-PESQUISAR-PRODUTO

           MOVE 0                      TO COD-FUNCAO-LNKG040
           PERFORM 5600-CARREGA-DADOS-PRODUTO
           PERFORM 6800-CHAMA-PGFJF040

           EVALUATE COD-RETORNO-LNKG040
               WHEN ZEROS
                    MOVE COD-PRODUTO-LNKG040   TO WS-PRO-CODIGO
                    MOVE DESCRICAO-LNKG040     TO WS-PRO-DESCRICAO
                    MOVE PRECO-UNIT-LNKG040    TO WS-PRO-PRECO
                    DISPLAY T057-MODIFICAR-PRODUTO
                    ACCEPT  T057-MODIFICAR-PRODUTO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-LNKG040
                       PERFORM 5600-CARREGA-DADOS-PRODUTO
                       PERFORM 6800-CHAMA-PGFJF040
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG040
                                       AT 1820
                       STOP ' '
                       PERFORM 4700-INICIALIZA-PRODUTO
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4700-INICIALIZA-PRODUTO
                          PERFORM 2190-CAD-PRODUTO
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2190-CAD-PRODUTO
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG040
                                       AT 1820
                    STOP ' '
                    PERFORM 4700-INICIALIZA-PRODUTO
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2192-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSÃO DE PRODUTOS                                           *
      *----------------------------------------------------------------*
       2193-EXCLUIR-PRODUTO            SECTION.

           PERFORM 4700-INICIALIZA-PRODUTO

           DISPLAY T056-PESQUISAR-PRODUTO
           ACCEPT  T056-PESQUISAR-PRODUTO

           MOVE 0                      TO COD-FUNCAO-LNKG040
           PERFORM 5600-CARREGA-DADOS-PRODUTO
           PERFORM 6800-CHAMA-PGFJF040

           EVALUATE COD-RETORNO-LNKG040
               WHEN ZEROS
                    MOVE COD-PRODUTO-LNKG040   TO WS-PRO-CODIGO
                    MOVE DESCRICAO-LNKG040     TO WS-PRO-DESCRICAO
                    MOVE PRECO-UNIT-LNKG040    TO WS-PRO-PRECO
                    DISPLAY T058-DELETAR-PRODUTO
                    ACCEPT  T058-DELETAR-PRODUTO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-LNKG040
                       PERFORM 6800-CHAMA-PGFJF040
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG040
                                       AT 1820
                       STOP ' '
                       PERFORM 4700-INICIALIZA-PRODUTO
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4700-INICIALIZA-PRODUTO
                          PERFORM 2190-CAD-PRODUTO
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO
                                       AT 1820
                          STOP ' '
                          PERFORM 2190-CAD-PRODUTO
                       END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG040
                                       AT 1820
                    STOP ' '
                    PERFORM 4700-INICIALIZA-PRODUTO
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2193-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENTRADA DE ESTOQUE DE PRODUTO                                  *
      *----------------------------------------------------------------*
       2194-ENTRADA-ESTOQUE            SECTION.

           MOVE ZEROS                  TO WS-EST-COD-PRODUTO
                                          WS-EST-QUANTIDADE
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY T089-ENTRADA-ESTOQUE
           ACCEPT  T089-ENTRADA-ESTOQUE

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG060
              MOVE WS-EST-COD-PRODUTO  TO COD-PRODUTO-LNKG060
              MOVE WS-EST-QUANTIDADE   TO QTD-MOVTO-LNKG060
              MOVE ZEROS               TO COD-VEND-LNKG060
              PERFORM 2199-CHAMA-PGFJF060
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG060
                                       AT 1820
              STOP ' '
              PERFORM 2190-CAD-PRODUTO
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 2190-CAD-PRODUTO
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 2190-CAD-PRODUTO
              END-IF
           END-IF

           .
       2194-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CHAMADA DO CONTROLE DE ESTOQUE                                 *
      *----------------------------------------------------------------*
       2199-CHAMA-PGFJF060             SECTION.

           MOVE ZEROS                  TO NUM-PEDIDO-LNKG060
                                          COD-CLIENTE-LNKG060

           CALL WS-PGFJF060            USING LNKG060L

           .
       2199-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DE VENDEDORES                          *
      *----------------------------------------------------------------*
       2120-CAD-VENDEDOR               SECTION.
       
           DISPLAY T008-VENDEDOR
           ACCEPT  T008-VENDEDOR
       
           EVALUATE WS-VEN-OPCAO
               WHEN 1
                    PERFORM 2121-INSERIR-VENDEDOR
               WHEN 2
                    PERFORM 2122-ALTERAR-VENDEDOR
               WHEN 3
                    PERFORM 2123-EXCLUIR-VENDEDOR
               WHEN 4
                    PERFORM 2124-PROMOVE-BACKUP
               WHEN 9
                    PERFORM 4000-INICIALIZA-VENDEDOR
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO     
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2120-CAD-VENDEDOR
           END-EVALUATE

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERÇÃO DE VENDEDORES                                         *
      *----------------------------------------------------------------*
       2121-INSERIR-VENDEDOR           SECTION.
           
           PERFORM 4000-INICIALIZA-VENDEDOR
           
           DISPLAY T009-INCLUIR-VENDEDOR
           ACCEPT  T009-INCLUIR-VENDEDOR
       
           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG004
              PERFORM 7000-CARREGA-DADOS-VENDEDOR                 
              PERFORM 8000-CHAMA-PGFJF004
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG004
                                       AT 1820
              STOP ' '
              PERFORM 4000-INICIALIZA-VENDEDOR
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4000-INICIALIZA-VENDEDOR
                 PERFORM 2120-CAD-VENDEDOR
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4000-INICIALIZA-VENDEDOR
                 PERFORM 2120-CAD-VENDEDOR
              END-IF
           END-IF

           .
       2121-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROMOCAO DOS BACKUPS DOS CLIENTES DE UM VENDEDOR QUE SAIU      *
      *----------------------------------------------------------------*
       2124-PROMOVE-BACKUP             SECTION.

           PERFORM 4000-INICIALIZA-VENDEDOR

           DISPLAY T041-PROMOVER-BACKUP
           ACCEPT  T041-PROMOVER-BACKUP

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE WS-CODIGO-VEND      TO COD-VENDEDOR-LNKG022
              CALL WS-PGFJF022         USING LNKG022L
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG022
                                       AT 1820
              STOP ' '
              PERFORM 4000-INICIALIZA-VENDEDOR
              PERFORM 2000-PROCESSA
           ELSE
              PERFORM 4000-INICIALIZA-VENDEDOR
              PERFORM 2120-CAD-VENDEDOR
           END-IF

           .
       2124-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERAÇAO DE VENDEDORES                                        *
      *----------------------------------------------------------------*
       2122-ALTERAR-VENDEDOR           SECTION.
       
           PERFORM 4000-INICIALIZA-VENDEDOR
           
           DISPLAY T010-PESQUISAR-VENDEDOR
           ACCEPT  T010-PESQUISAR-VENDEDOR
      
           MOVE 0                     TO COD-FUNCAO-LNKG004       
           PERFORM 7000-CARREGA-DADOS-VENDEDOR                          
           PERFORM 8000-CHAMA-PGFJF004
            
           EVALUATE COD-RETORNO-LNKG004
               WHEN ZEROS
                    MOVE COD-VENDEDOR-LNKG004  TO WS-CODIGO-VEND
                    MOVE CPF-LNKG004           TO WS-CPF-VEND
                    DISPLAY T011-MODIFICAR-VENDEDOR
                    ACCEPT  T011-MODIFICAR-VENDEDOR
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-LNKG004
                       PERFORM 7000-CARREGA-DADOS-VENDEDOR              
                       PERFORM 8000-CHAMA-PGFJF004
                       DISPLAY WS-LINHA-BRANCO     
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG004            
                                       AT 1820
                       STOP ' '
                       PERFORM 4000-INICIALIZA-VENDEDOR
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4000-INICIALIZA-VENDEDOR
                          PERFORM 2120-CAD-VENDEDOR
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO                 
                                       AT 1820
                          STOP ' '
                          PERFORM 2120-CAD-VENDEDOR
                       END-IF
                    END-IF 
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO     
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG004                       
                                       AT 1820
                    STOP ' '
                    PERFORM 4000-INICIALIZA-VENDEDOR
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2122-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSÃO DE VENDEDORES                                         *
      *----------------------------------------------------------------*
       2123-EXCLUIR-VENDEDOR           SECTION.
           
           PERFORM 4000-INICIALIZA-VENDEDOR
                     
           DISPLAY T010-PESQUISAR-VENDEDOR
           ACCEPT  T010-PESQUISAR-VENDEDOR
      
           MOVE 0                      TO COD-FUNCAO-LNKG004     
           PERFORM 7000-CARREGA-DADOS-VENDEDOR                          
           PERFORM 8000-CHAMA-PGFJF004
            
           EVALUATE COD-RETORNO-LNKG004
               WHEN ZEROS
                    MOVE COD-VENDEDOR-LNKG004  TO WS-CODIGO-VEND
                    MOVE CPF-LNKG004           TO WS-CPF-VEND
                    MOVE LATITUDE-VEN-LNKG004  TO WS-LATITUDE-VEND
                    MOVE LONGITUDE-VEN-LNKG004 TO WS-LONGITUDE-VEND
                    MOVE NOME-VENDEDOR-LNKG004 TO WS-NOME-VEND
                    DISPLAY T012-DELETAR-VENDEDOR
                    ACCEPT  T012-DELETAR-VENDEDOR
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-LNKG004           
                       PERFORM 8000-CHAMA-PGFJF004
                       DISPLAY WS-LINHA-BRANCO     
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG004
                                       AT 1820
                       STOP ' '
                       PERFORM 4000-INICIALIZA-VENDEDOR
                       PERFORM 2000-PROCESSA
                    ELSE
                       IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                          PERFORM 4000-INICIALIZA-VENDEDOR
                          PERFORM 2120-CAD-VENDEDOR
                       ELSE
                          DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                          DISPLAY WS-MSG-ERRO                 
                                       AT 1820
                          STOP ' '
                          PERFORM 2120-CAD-VENDEDOR
                       END-IF
                    END-IF 
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO     
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG004                       
                                       AT 1820
                    STOP ' '
                    PERFORM 4000-INICIALIZA-VENDEDOR
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2123-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE RELATORIOS                                           *
      *----------------------------------------------------------------*
       2200-RELATORIOS                 SECTION.
       
           DISPLAY T014-RELATORIO
           ACCEPT  T014-RELATORIO
       
           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2210-RELAT-CLIENTE
               WHEN 2
                    PERFORM 2220-RELAT-VENDEDOR
               WHEN 4
                    PERFORM 2230-RELAT-RECONCILIACAO
               WHEN 5
                    PERFORM 2250-RELAT-AUDITORIA
               WHEN 6
                    PERFORM 2240-RELAT-COMISSAO
               WHEN 7
                    PERFORM 2260-RELAT-OPERACOES
               WHEN 8
                    PERFORM 2270-RELAT-VISITAS
               WHEN 10
                    PERFORM 2280-RELAT-AGING
               WHEN 11
                    PERFORM 2285-RELAT-META
               WHEN 12
                    PERFORM 2290-RELAT-VENCIDAS
               WHEN 13
                    PERFORM 2295-RELAT-EVOLUCAO
               WHEN 14
                    PERFORM 2297-RELAT-AVISOS
               WHEN 15
                    PERFORM 2299-RELAT-PROSPECTOS
               WHEN 16
                    PERFORM 2201-RELAT-ESTOQUE
               WHEN 17
                    PERFORM 2202-RELAT-PRECO
               WHEN 18
                    PERFORM 2203-RELAT-CARTEIRA-EQP
               WHEN 19
                    PERFORM 2204-RELAT-CONTATOS
               WHEN 20
                    PERFORM 2205-RELAT-DEVOLUCOES
               WHEN 21
                    PERFORM 2206-RELAT-RECUPERACAO
               WHEN 22
                    PERFORM 2207-RELAT-RENTABILIDADE
               WHEN 23
                    PERFORM 2208-RELAT-CAMPANHA
               WHEN 24
                    IF USUARIO-LOGADO-SUPERVISOR
                       PERFORM 2209-RELAT-TITULAR
                    ELSE
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                       DISPLAY WS-MSG-ERRO-ACESSO
                                       AT 1920
                       STOP ' '
                       PERFORM 2200-RELATORIOS
                    END-IF
               WHEN 3
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO     
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE CLIENTES                             *
      *----------------------------------------------------------------*
       2210-RELAT-CLIENTE              SECTION.
       
           MOVE ZEROS                  TO WS-RC-COD-CLI
                                          WS-RC-COD-VEND
                                          WS-RC-COD-REGIAO
           MOVE SPACES                 TO WS-RC-TIPO-ORD
                                          WS-RC-TIPO-CLA
                                          WS-RC-RAZ-SOC
                                          WS-RC-TIPO-SAIDA
                                          WS-RC-UF

           DISPLAY T015-REL-CLIENTES
           ACCEPT  T015-REL-CLIENTES

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2211-CHAMA-PGFJF005
                    DISPLAY WS-LINHA-BRANCO     
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG005
                                       AT 1920
                    STOP ' '
                    PERFORM 2210-RELAT-CLIENTE
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO     
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2210-RELAT-CLIENTE
           END-EVALUATE

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERACAO DO RELATORIO DE CLIENTES                            *
      *----------------------------------------------------------------*
       2211-CHAMA-PGFJF005             SECTION.

           MOVE WS-RC-TIPO-ORD       TO TIPO-ORD-LNKG005
           MOVE WS-RC-TIPO-CLA       TO TIPO-CLA-LNKG005
           MOVE WS-RC-COD-CLI        TO COD-CLI-LNKG005
           MOVE WS-RC-RAZ-SOC        TO RAZ-SOC-LNKG005
           MOVE WS-RC-COD-VEND       TO COD-VEND-LNKG005
           MOVE WS-RC-TIPO-SAIDA     TO TIPO-SAIDA-LNKG005
           MOVE WS-RC-UF             TO UF-LNKG005
           MOVE WS-RC-COD-REGIAO     TO COD-REGIAO-LNKG005

           CALL WS-PGFJF005          USING LNKG005L

           .
       2211-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE VENDEDORES                           *
      *----------------------------------------------------------------*
       2220-RELAT-VENDEDOR             SECTION.
       
           MOVE ZEROS                  TO WS-RV-COD-VEND
                                          WS-RV-COD-REGIAO
           MOVE SPACES                 TO WS-RV-TIPO-ORD
                                          WS-RV-TIPO-CLA
                                          WS-RV-NOME-VEND
                                          WS-RV-TIPO-SAIDA
                                          WS-RV-UF

           DISPLAY T016-REL-VENDEDORES
           ACCEPT  T016-REL-VENDEDORES
               
           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2211-CHAMA-PGFJF006
                    DISPLAY WS-LINHA-BRANCO     
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG006
                                       AT 1920
                    STOP ' '
                    PERFORM 2220-RELAT-VENDEDOR
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO     
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2220-RELAT-VENDEDOR
           END-EVALUATE

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO GERACAO DO RELATORIO DE VENDEDORES                *
      *----------------------------------------------------------------*
       2211-CHAMA-PGFJF006             SECTION.

           MOVE WS-RV-TIPO-ORD       TO TIPO-ORD-LNKG006
           MOVE WS-RV-TIPO-CLA       TO TIPO-CLA-LNKG006
           MOVE WS-RV-COD-VEND       TO COD-VEND-LNKG006
           MOVE WS-RV-NOME-VEND      TO NOME-VEND-LNKG006
           MOVE WS-RV-TIPO-SAIDA     TO TIPO-SAIDA-LNKG006
           MOVE WS-RV-UF             TO UF-LNKG006
           MOVE WS-RV-COD-REGIAO     TO COD-REGIAO-LNKG006

           CALL WS-PGFJF006            USING LNKG006L

           .
       2211-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE RECONCILIACAO CLIENTE/VENDEDOR       *
      *----------------------------------------------------------------*
       2230-RELAT-RECONCILIACAO        SECTION.

           PERFORM 2231-CHAMA-PGFJF010

           DISPLAY WS-LINHA-BRANCO
                              AT 1902
           DISPLAY MSG-RETORNO-LNKG010
                              AT 1920
           STOP ' '
           PERFORM 2200-RELATORIOS

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERACAO DO RELATORIO DE RECONCILIACAO CLIENTE/VENDEDOR      *
      *----------------------------------------------------------------*
       2231-CHAMA-PGFJF010             SECTION.

           CALL WS-PGFJF010            USING LNKG010L

           .
       2231-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE COMISSAO/DESEMPENHO                  *
      *----------------------------------------------------------------*
       2240-RELAT-COMISSAO             SECTION.

           MOVE ZEROS                  TO WS-COM-ANO-MES
                                          WS-COM-COD-VEND
                                          WS-COM-SUPERVISOR

           DISPLAY T039-REL-COMISSAO
           ACCEPT  T039-REL-COMISSAO

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2241-CHAMA-PGFJF018
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG018
                                       AT 1920
                    STOP ' '
                    PERFORM 2240-RELAT-COMISSAO
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2240-RELAT-COMISSAO
           END-EVALUATE

           .
       2240-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERACAO DO RELATORIO DE COMISSAO/DESEMPENHO                 *
      *----------------------------------------------------------------*
       2241-CHAMA-PGFJF018             SECTION.

           MOVE WS-COM-ANO-MES         TO ANO-MES-LNKG018
           MOVE WS-COM-COD-VEND        TO COD-VEND-LNKG018
           MOVE WS-COM-SUPERVISOR      TO COD-SUPERVISOR-LNKG018

           CALL WS-PGFJF018            USING LNKG018L

           .
       2241-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DA CONSULTA DE AUDITORIA                             *
      *----------------------------------------------------------------*
       2250-RELAT-AUDITORIA            SECTION.

           MOVE ZEROS                  TO WS-AUD-DATA-INI
                                          WS-AUD-DATA-FIM
                                          WS-AUD-COD-REF
           MOVE SPACES                 TO WS-AUD-OPERADOR
                                          WS-AUD-ENTIDADE
                                          WS-AUD-OPERACAO
                                          WS-AUD-TIPO-SAIDA

           DISPLAY T040-REL-AUDITORIA
           ACCEPT  T040-REL-AUDITORIA

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2251-CHAMA-PGFJF019
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG019
                                       AT 1920
                    STOP ' '
                    PERFORM 2250-RELAT-AUDITORIA
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2250-RELAT-AUDITORIA
           END-EVALUATE

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERACAO DA CONSULTA DE AUDITORIA                            *
      *----------------------------------------------------------------*
       2251-CHAMA-PGFJF019             SECTION.

           MOVE WS-AUD-DATA-INI        TO DATA-INI-LNKG019
           MOVE WS-AUD-DATA-FIM        TO DATA-FIM-LNKG019
           MOVE WS-AUD-OPERADOR        TO OPERADOR-LNKG019
           MOVE FUNCTION UPPER-CASE(WS-AUD-ENTIDADE)
                                       TO TIPO-ENTIDADE-LNKG019
           MOVE FUNCTION UPPER-CASE(WS-AUD-OPERACAO)
                                       TO OPERACAO-LNKG019
           MOVE WS-AUD-COD-REF         TO COD-REF-LNKG019
           MOVE FUNCTION UPPER-CASE(WS-AUD-TIPO-SAIDA)
                                       TO TIPO-SAIDA-LNKG019

           CALL WS-PGFJF019            USING LNKG019L

           .
       2251-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE OPERACOES                            *
      *----------------------------------------------------------------*
       2260-RELAT-OPERACOES            SECTION.

           CALL WS-PGFJF025            USING LNKG025L

           DISPLAY WS-LINHA-BRANCO
                              AT 1902
           DISPLAY MSG-RETORNO-LNKG025
                              AT 1920
           STOP ' '
           PERFORM 2200-RELATORIOS

           .
       2260-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE COBERTURA DE VISITAS                 *
      *----------------------------------------------------------------*
       2270-RELAT-VISITAS              SECTION.

           MOVE ZEROS                  TO WS-VIS-DATA-INI
                                          WS-VIS-DATA-FIM

           DISPLAY T049-REL-VISITAS
           ACCEPT  T049-REL-VISITAS

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2271-CHAMA-PGFJF034
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG034
                                       AT 1920
                    STOP ' '
                    PERFORM 2270-RELAT-VISITAS
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2270-RELAT-VISITAS
           END-EVALUATE

           .
       2270-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERACAO DO RELATORIO DE COBERTURA DE VISITAS                *
      *----------------------------------------------------------------*
       2271-CHAMA-PGFJF034             SECTION.

           MOVE WS-VIS-DATA-INI        TO DATA-INI-LNKG034
           MOVE WS-VIS-DATA-FIM        TO DATA-FIM-LNKG034

           CALL WS-PGFJF034            USING LNKG034L

           .
       2271-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE AGING A RECEBER                      *
      *----------------------------------------------------------------*
       2280-RELAT-AGING                SECTION.

           MOVE ZEROS                  TO WS-AGI-COD-VEND

           DISPLAY T053-REL-AGING
           ACCEPT  T053-REL-AGING

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2281-CHAMA-PGFJF039
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG039
                                       AT 1920
                    STOP ' '
                    PERFORM 2280-RELAT-AGING
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2280-RELAT-AGING
           END-EVALUATE

           .
       2280-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERACAO DO RELATORIO DE AGING A RECEBER                     *
      *----------------------------------------------------------------*
       2281-CHAMA-PGFJF039             SECTION.

           MOVE WS-AGI-COD-VEND        TO COD-VENDEDOR-LNKG039

           CALL WS-PGFJF039            USING LNKG039L

           .
       2281-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE ATINGIMENTO DE META                  *
      *----------------------------------------------------------------*
       2285-RELAT-META                 SECTION.

           MOVE ZEROS                  TO WS-ATM-ANO-MES
                                          WS-ATM-SUPERVISOR

           DISPLAY T064-REL-META
           ACCEPT  T064-REL-META

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2286-CHAMA-PGFJF042
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG042
                                       AT 1920
                    STOP ' '
                    PERFORM 2285-RELAT-META
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2285-RELAT-META
           END-EVALUATE

           .
       2285-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERACAO DO RELATORIO DE ATINGIMENTO DE META                 *
      *----------------------------------------------------------------*
       2286-CHAMA-PGFJF042             SECTION.

           MOVE WS-ATM-ANO-MES         TO ANO-MES-LNKG042
           MOVE WS-ATM-SUPERVISOR      TO COD-SUPERVISOR-LNKG042

           CALL WS-PGFJF042            USING LNKG042L

           .
       2286-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DA LISTA DE VISITAS VENCIDAS                         *
      *----------------------------------------------------------------*
       2290-RELAT-VENCIDAS             SECTION.

           MOVE ZEROS                  TO WS-VNC-COD-VEND

           DISPLAY T066-REL-VENCIDAS
           ACCEPT  T066-REL-VENCIDAS

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2291-CHAMA-PGFJF046
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG046
                                       AT 1920
                    STOP ' '
                    PERFORM 2290-RELAT-VENCIDAS
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2290-RELAT-VENCIDAS
           END-EVALUATE

           .
       2290-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERACAO DA LISTA DE VISITAS VENCIDAS                        *
      *----------------------------------------------------------------*
       2291-CHAMA-PGFJF046             SECTION.

           MOVE WS-VNC-COD-VEND        TO COD-VENDEDOR-LNKG046

           CALL WS-PGFJF046            USING LNKG046L

           .
       2291-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE EVOLUCAO DE CARTEIRA                 *
      *----------------------------------------------------------------*
       2295-RELAT-EVOLUCAO             SECTION.

           MOVE ZEROS                  TO WS-EVO-DATA-INI
                                          WS-EVO-DATA-FIM
                                          WS-EVO-QTD-GER

           DISPLAY T077-REL-EVOLUCAO
           ACCEPT  T077-REL-EVOLUCAO

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2296-CHAMA-PGFJF055
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG055
                                       AT 1920
                    STOP ' '
                    PERFORM 2295-RELAT-EVOLUCAO
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2295-RELAT-EVOLUCAO
           END-EVALUATE

           .
       2295-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERACAO DO RELATORIO DE EVOLUCAO DE CARTEIRA                *
      *----------------------------------------------------------------*
       2296-CHAMA-PGFJF055             SECTION.

           MOVE WS-EVO-DATA-INI        TO DATA-INI-LNKG055
           MOVE WS-EVO-DATA-FIM        TO DATA-FIM-LNKG055
           MOVE WS-EVO-QTD-GER         TO QTD-GERACOES-LNKG055

           CALL WS-PGFJF055            USING LNKG055L

           .
       2296-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE REIMPRESSAO DE AVISOS A VENDEDOR                  *
      *----------------------------------------------------------------*
       2297-RELAT-AVISOS               SECTION.

           MOVE ZEROS                  TO WS-AVI-COD-VEND
                                          WS-AVI-DATA-INI
                                          WS-AVI-DATA-FIM

           DISPLAY T078-REL-AVISOS
           ACCEPT  T078-REL-AVISOS

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2298-CHAMA-PGFJF056-REIMP
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG056
                                       AT 1920
                    STOP ' '
                    PERFORM 2297-RELAT-AVISOS
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2297-RELAT-AVISOS
           END-EVALUATE

           .
       2297-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    REIMPRESSAO DOS AVISOS DO SPOOL                             *
      *----------------------------------------------------------------*
       2298-CHAMA-PGFJF056-REIMP       SECTION.

           MOVE 2                      TO COD-FUNCAO-LNKG056
           MOVE ZEROS                  TO DATA-REF-LNKG056
           MOVE WS-AVI-COD-VEND        TO COD-VENDEDOR-LNKG056
           MOVE WS-AVI-DATA-INI        TO DATA-INI-LNKG056
           MOVE WS-AVI-DATA-FIM        TO DATA-FIM-LNKG056

           CALL WS-PGFJF056            USING LNKG056L

           .
       2298-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE PROSPECTOS                           *
      *----------------------------------------------------------------*
       2299-RELAT-PROSPECTOS           SECTION.

           CALL WS-PGFJF058            USING LNKG058L

           DISPLAY WS-LINHA-BRANCO
                              AT 1902
           DISPLAY MSG-RETORNO-LNKG058
                              AT 1920
           STOP ' '
           PERFORM 2200-RELATORIOS

           .
       2299-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE POSICAO DE ESTOQUE E BACKORDER       *
      *----------------------------------------------------------------*
       2201-RELAT-ESTOQUE              SECTION.

           MOVE ZEROS                  TO WS-EST-COD-VEND

           DISPLAY T090-REL-ESTOQUE
           ACCEPT  T090-REL-ESTOQUE

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    MOVE 5             TO COD-FUNCAO-LNKG060
                    MOVE ZEROS         TO COD-PRODUTO-LNKG060
                                          QTD-MOVTO-LNKG060
                    MOVE WS-EST-COD-VEND
                                       TO COD-VEND-LNKG060
                    PERFORM 2199-CHAMA-PGFJF060
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG060
                                       AT 1920
                    STOP ' '
                    PERFORM 2201-RELAT-ESTOQUE
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2201-RELAT-ESTOQUE
           END-EVALUATE

           .
       2201-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO DE ITENS COM PRECO FORA DA TABELA       *
      *----------------------------------------------------------------*
       2202-RELAT-PRECO                SECTION.

           MOVE ZEROS                  TO WS-TPR-DATA-INI
                                          WS-TPR-DATA-FIM

           DISPLAY T096-REL-PRECO
           ACCEPT  T096-REL-PRECO

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    MOVE 5             TO COD-FUNCAO-LNKG061
                    MOVE WS-TPR-DATA-INI
                                       TO DATA-INI-LNKG061
                    MOVE WS-TPR-DATA-FIM
                                       TO DATA-FIM-LNKG061
                    CALL WS-PGFJF061   USING LNKG061L
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG061
                                       AT 1920
                    STOP ' '
                    PERFORM 2202-RELAT-PRECO
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2202-RELAT-PRECO
           END-EVALUATE

           .
       2202-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE EMISSAO DAS FOLHAS DE CARTEIRA POR EQUIPE         *
      *----------------------------------------------------------------*
       2203-RELAT-CARTEIRA-EQP         SECTION.

           MOVE ZEROS                  TO WS-CRT-DATA-EXEC
                                          WS-CRT-SUPERVISOR

           DISPLAY T105-REL-CARTEIRA-EQP
           ACCEPT  T105-REL-CARTEIRA-EQP

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    MOVE WS-CRT-DATA-EXEC
                                       TO DATA-EXECUCAO-LNKG021
                    MOVE WS-CRT-SUPERVISOR
                                       TO COD-SUPERVISOR-LNKG021
                    CALL WS-PGFJF021   USING LNKG021L
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG021
                                       AT 1920
                    STOP ' '
                    PERFORM 2203-RELAT-CARTEIRA-EQP
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2203-RELAT-CARTEIRA-EQP
           END-EVALUATE

           .
       2203-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DA LISTA DE CONTATOS DA CARTEIRA DO VENDEDOR         *
      *----------------------------------------------------------------*
       2204-RELAT-CONTATOS             SECTION.

           MOVE ZEROS                  TO WS-CTT-VENDEDOR

           DISPLAY T111-REL-CONTATOS
           ACCEPT  T111-REL-CONTATOS

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    MOVE 4             TO COD-FUNCAO-LNKG064
                    MOVE WS-LOGIN-ID   TO ID-OPERADOR-LNKG064
                    MOVE WS-CTT-VENDEDOR
                                       TO COD-VENDEDOR-LNKG064
                    CALL WS-PGFJF064   USING LNKG064L
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG064
                                       AT 1920
                    STOP ' '
                    PERFORM 2204-RELAT-CONTATOS
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2204-RELAT-CONTATOS
           END-EVALUATE

           .
       2204-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO RELATORIO MENSAL DE DEVOLUCOES POR VENDEDOR       *
      *----------------------------------------------------------------*
       2205-RELAT-DEVOLUCOES           SECTION.

           MOVE ZEROS                  TO WS-DEV-ANO-MES

           DISPLAY T113-REL-DEVOLUCOES
           ACCEPT  T113-REL-DEVOLUCOES

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    MOVE 2             TO COD-FUNCAO-LNKG065
                    MOVE WS-LOGIN-ID   TO ID-OPERADOR-LNKG065
                    MOVE WS-DEV-ANO-MES
                                       TO ANO-MES-LNKG065
                    CALL WS-PGFJF065   USING LNKG065L
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG065
                                       AT 1920
                    STOP ' '
                    PERFORM 2205-RELAT-DEVOLUCOES
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2205-RELAT-DEVOLUCOES
           END-EVALUATE

           .
       2205-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DA LISTA E DO ACOMPANHAMENTO DA RECUPERACAO DE       *
      *    CLIENTES                                                    *
      *----------------------------------------------------------------*
       2206-RELAT-RECUPERACAO          SECTION.

           MOVE ZEROS                  TO WS-RCP-TIPO
                                          WS-RCP-COD-VEND
                                          WS-RCP-DATA-INI
                                          WS-RCP-DATA-FIM

           DISPLAY T126-REL-RECUPERACAO
           ACCEPT  T126-REL-RECUPERACAO

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    INITIALIZE LNKG076L
                    MOVE WS-RCP-TIPO   TO COD-FUNCAO-LNKG076
                    MOVE WS-RCP-COD-VEND
                                       TO COD-VENDEDOR-LNKG076
                    MOVE WS-RCP-DATA-INI
                                       TO DATA-INI-LNKG076
                    MOVE WS-RCP-DATA-FIM
                                       TO DATA-FIM-LNKG076
                    CALL WS-PGFJF076   USING LNKG076L
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG076
                                       AT 1920
                    STOP ' '
                    PERFORM 2206-RELAT-RECUPERACAO
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2206-RELAT-RECUPERACAO
           END-EVALUATE

           .
       2206-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DO DEMONSTRATIVO DE RENTABILIDADE POR REGIAO         *
      *----------------------------------------------------------------*
       2207-RELAT-RENTABILIDADE        SECTION.

           MOVE ZEROS                  TO WS-RTR-ANO-MES
           MOVE "N"                    TO WS-RTR-CSV

           DISPLAY T127-REL-RENTABILIDADE
           ACCEPT  T127-REL-RENTABILIDADE

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    INITIALIZE LNKG078L
                    MOVE WS-RTR-ANO-MES
                                       TO ANO-MES-LNKG078
                    MOVE FUNCTION UPPER-CASE(WS-RTR-CSV)
                                       TO SW-CSV-LNKG078
                    CALL WS-PGFJF078   USING LNKG078L
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG078
                                       AT 1920
                    STOP ' '
                    PERFORM 2207-RELAT-RENTABILIDADE
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2207-RELAT-RENTABILIDADE
           END-EVALUATE

           .
       2207-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DO RESULTADO DE CAMPANHA DE VENDA                       *
      *----------------------------------------------------------------*
       2208-RELAT-CAMPANHA             SECTION.

           MOVE ZEROS                  TO WS-CMP-CODIGO

           DISPLAY T133-REL-CAMPANHA
           ACCEPT  T133-REL-CAMPANHA

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    INITIALIZE LNKG079L
                    MOVE 5             TO COD-FUNCAO-LNKG079
                    MOVE WS-CMP-CODIGO TO COD-CAMPANHA-LNKG079
                    CALL WS-PGFJF079   USING LNKG079L
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG079
                                       AT 1920
                    STOP ' '
                    PERFORM 2208-RELAT-CAMPANHA
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2208-RELAT-CAMPANHA
           END-EVALUATE

           .
       2208-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DO RELATORIO DO TITULAR DOS DADOS (LGPD)                *
      *----------------------------------------------------------------*
       2209-RELAT-TITULAR              SECTION.

           MOVE ZEROS                  TO WS-TIT-CPF

           DISPLAY T136-REL-TITULAR
           ACCEPT  T136-REL-TITULAR

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    INITIALIZE LNKG083L
                    MOVE WS-LOGIN-ID   TO ID-OPERADOR-LNKG083
                    MOVE WS-PERFIL-LOGADO
                                       TO PERFIL-OPERADOR-LNKG083
                    MOVE WS-TIT-CPF    TO CPF-LNKG083
                    CALL WS-PGFJF083   USING LNKG083L
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG083
                                       AT 1920
                    STOP ' '
                    PERFORM 2209-RELAT-TITULAR
               WHEN 2
                    PERFORM 2200-RELATORIOS
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2209-RELAT-TITULAR
           END-EVALUATE

           .
       2209-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE EXECUÇÃO                                             *
      *----------------------------------------------------------------*
       2300-EXECUTAR                   SECTION.
       
           DISPLAY T017-EXECUTAR
           ACCEPT  T017-EXECUTAR
       
           EVALUATE WS-EXE-OPCAO
               WHEN 1
                    PERFORM 2310-CHAMA-PGFJF007
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG007
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 2
                    PERFORM 2320-CHAMA-PGFJF009
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG009
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 4
                    PERFORM 2340-CHAMA-PGFJF020
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG020
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 5
                    PERFORM 2330-CHAMA-PGFJF017
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG017
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 6
                    PERFORM 2350-CHAMA-PGFJF027
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG027
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 7
                    PERFORM 2360-CHAMA-PGFJF028
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG028
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 8
                    PERFORM 2370-CHAMA-PGFJF033
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG033
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 10
                    PERFORM 2380-CHAMA-PGFJF036
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG036
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 11
                    PERFORM 2390-CHAMA-PGFJF037
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG037
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 12
                    PERFORM 2391-CHAMA-PGFJF043
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG043
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 13
                    PERFORM 2392-CHAMA-PGFJF044
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG044
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 14
                    PERFORM 2393-CHAMA-PGFJF045
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG045
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 15
                    PERFORM 2394-CHAMA-PGFJF054
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG054
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 16
                    PERFORM 2395-CHAMA-PGFJF056
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG056
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 17
                    PERFORM 2396-CHAMA-PGFJF069
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG069
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 18
                    PERFORM 2397-CHAMA-PGFJF070
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG070
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 19
                    PERFORM 2398-CHAMA-PGFJF073
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG073
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 20
                    PERFORM 2399-CHAMA-PGFJF075
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG075
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 21
                    PERFORM 2381-CHAMA-PGFJF077
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG077
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 22
                    IF USUARIO-LOGADO-SUPERVISOR
                       PERFORM 2382-CHAMA-PGFJF082
                    ELSE
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                       DISPLAY WS-MSG-ERRO-ACESSO
                                       AT 1920
                    END-IF
                    STOP ' '
                    PERFORM 2300-EXECUTAR
               WHEN 3
                    PERFORM 2000-PROCESSA
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2300-EXECUTAR
           END-EVALUATE

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EFETUA DISTRIBUICAO CLIENTE X VENDEDOR                      *
      *----------------------------------------------------------------*
       2310-CHAMA-PGFJF007             SECTION.

           CALL WS-PGFJF007            USING LNKG007L

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXECUTA A IMPORTACAO EM LOTE DE CLIENTES E VENDEDORES       *
      *----------------------------------------------------------------*
       2320-CHAMA-PGFJF009             SECTION.

           CALL WS-PGFJF009            USING LNKG009L

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXECUTA A IMPORTACAO EM LOTE DE PEDIDOS                     *
      *----------------------------------------------------------------*
       2330-CHAMA-PGFJF017             SECTION.

           CALL WS-PGFJF017            USING LNKG017L

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXECUTA A CORRECAO DE EXCECOES DE GEOLOCALIZACAO            *
      *----------------------------------------------------------------*
       2340-CHAMA-PGFJF020             SECTION.

           MOVE WS-LOGIN-ID            TO ID-OPERADOR-LNKG020

           CALL WS-PGFJF020            USING LNKG020L

           .
       2340-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXECUTA A EXPORTACAO DA DISTRIBUICAO PARA O CRM             *
      *----------------------------------------------------------------*
       2350-CHAMA-PGFJF027             SECTION.

           MOVE ZEROS                  TO DATA-EXECUCAO-LNKG027

           CALL WS-PGFJF027            USING LNKG027L

           .
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXECUTA A CONFERENCIA DO RETORNO DO CRM                     *
      *----------------------------------------------------------------*
       2360-CHAMA-PGFJF028             SECTION.

           CALL WS-PGFJF028            USING LNKG028L

           .
       2360-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXECUTA A IMPORTACAO EM LOTE DE VISITAS                     *
      *----------------------------------------------------------------*
       2370-CHAMA-PGFJF033             SECTION.

           CALL WS-PGFJF033            USING LNKG033L

           .
       2370-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERA OS ROTEIROS DIARIOS POR VENDEDOR                       *
      *----------------------------------------------------------------*
       2380-CHAMA-PGFJF036             SECTION.

           MOVE ZEROS                  TO COD-VENDEDOR-LNKG036
                                          DATA-INICIO-LNKG036

           CALL WS-PGFJF036            USING LNKG036L

           .
       2380-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERA O PACOTE DE DADOS DE CADA VENDEDOR P/ O DISPOSITIVO    *
      *----------------------------------------------------------------*
       2381-CHAMA-PGFJF077             SECTION.

           INITIALIZE LNKG077L

           CALL WS-PGFJF077            USING LNKG077L

           .
       2381-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ANONIMIZACAO LGPD DOS CLIENTES PESSOA FISICA EXCLUIDOS HA   *
      *    MAIS QUE A RETENCAO (PGFJF082P) - SO APOS A CONFIRMACAO     *
      *----------------------------------------------------------------*
       2382-CHAMA-PGFJF082             SECTION.

           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY T137-CONFIRMA-LGPD
           ACCEPT  T137-CONFIRMA-LGPD

           DISPLAY WS-LINHA-BRANCO
                                       AT 1902

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE LNKG082L
              MOVE WS-LOGIN-ID         TO ID-OPERADOR-LNKG082
              MOVE ZEROS               TO DATA-REFERENCIA-LNKG082

              CALL WS-PGFJF082         USING LNKG082L

              DISPLAY MSG-RETORNO-LNKG082
                                       AT 1920
           ELSE
              DISPLAY "ANONIMIZACAO NAO CONFIRMADA"
                                       AT 1920
           END-IF

           .
       2382-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERA OS TITULOS A RECEBER A PARTIR DOS PEDIDOS              *
      *----------------------------------------------------------------*
       2390-CHAMA-PGFJF037             SECTION.

           CALL WS-PGFJF037            USING LNKG037L

           .
       2390-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERA A REMESSA PARA O BUREAU DE GEOCODIFICACAO              *
      *----------------------------------------------------------------*
       2391-CHAMA-PGFJF043             SECTION.

           CALL WS-PGFJF043            USING LNKG043L

           .
       2391-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    APLICA O RETORNO DO BUREAU DE GEOCODIFICACAO                *
      *----------------------------------------------------------------*
       2392-CHAMA-PGFJF044             SECTION.

           MOVE WS-LOGIN-ID            TO ID-OPERADOR-LNKG044

           CALL WS-PGFJF044            USING LNKG044L

           .
       2392-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXECUTA A CLASSIFICACAO ABC DE CLIENTES                     *
      *----------------------------------------------------------------*
       2393-CHAMA-PGFJF045             SECTION.

           CALL WS-PGFJF045            USING LNKG045L

           .
       2393-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESSA AS ATUALIZACOES CADASTRAIS DO CRM                  *
      *----------------------------------------------------------------*
       2394-CHAMA-PGFJF054             SECTION.

           MOVE WS-LOGIN-ID            TO ID-OPERADOR-LNKG054

           CALL WS-PGFJF054            USING LNKG054L

           .
       2394-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERA OS AVISOS A VENDEDOR DA EXECUCAO DO DIA                *
      *----------------------------------------------------------------*
       2395-CHAMA-PGFJF056             SECTION.

           MOVE 1                      TO COD-FUNCAO-LNKG056
           MOVE ZEROS                  TO DATA-REF-LNKG056
                                          COD-VENDEDOR-LNKG056
                                          DATA-INI-LNKG056
                                          DATA-FIM-LNKG056

           CALL WS-PGFJF056            USING LNKG056L

           .
       2395-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXPORTA PARA A CONTABILIDADE O MOVIMENTO AINDA NAO ENVIADO  *
      *----------------------------------------------------------------*
       2396-CHAMA-PGFJF069             SECTION.

           MOVE ZEROS                  TO DATA-INI-LNKG069
                                          DATA-FIM-LNKG069

           CALL WS-PGFJF069            USING LNKG069L

           .
       2396-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCESSA O RETORNO DOS LOTES ENVIADOS A CONTABILIDADE       *
      *----------------------------------------------------------------*
       2397-CHAMA-PGFJF070             SECTION.

           CALL WS-PGFJF070            USING LNKG070L

           .
       2397-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EMITE AS FATURAS DOS PEDIDOS FATURADOS NO DIA               *
      *----------------------------------------------------------------*
       2398-CHAMA-PGFJF073             SECTION.

           INITIALIZE LNKG073L
           MOVE 1                      TO COD-FUNCAO-LNKG073

           CALL WS-PGFJF073            USING LNKG073L

           .
       2398-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GERA OS PEDIDOS RECORRENTES VENCIDOS NO DIA                 *
      *----------------------------------------------------------------*
       2399-CHAMA-PGFJF075             SECTION.

           INITIALIZE LNKG075L

           CALL WS-PGFJF075            USING LNKG075L

           .
       2399-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MENU DE UTILITARIOS                                            *
      *----------------------------------------------------------------*
       2400-UTILITARIOS                SECTION.

           DISPLAY T042-UTILITARIOS
           ACCEPT  T042-UTILITARIOS

           EVALUATE WS-UTI-OPCAO
               WHEN 1
                    PERFORM 2410-CHAMA-PGFJF023
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG023
                                       AT 1920
                    STOP ' '
                    PERFORM 2400-UTILITARIOS
               WHEN 2
                    PERFORM 2420-CHAMA-PGFJF026
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG026
                                       AT 1920
                    STOP ' '
                    PERFORM 2400-UTILITARIOS
               WHEN 3
                    PERFORM 2430-CHAMA-PGFJF030
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG030
                                       AT 1920
                    STOP ' '
                    PERFORM 2400-UTILITARIOS
               WHEN 7
                    PERFORM 2435-CHAMA-PGFJF080
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG080
                                       AT 1920
                    STOP ' '
                    PERFORM 2400-UTILITARIOS
               WHEN 8
                    IF USUARIO-LOGADO-SUPERVISOR
                       PERFORM 2460-FUSAO-CLIENTES
                    ELSE
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                       DISPLAY WS-MSG-ERRO-ACESSO
                                       AT 1920
                       STOP ' '
                       PERFORM 2400-UTILITARIOS
                    END-IF
               WHEN 4
                    IF USUARIO-LOGADO-SUPERVISOR
                       PERFORM 2450-RESTAURA-SNAPSHOT
                    ELSE
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                       DISPLAY WS-MSG-ERRO-ACESSO
                                       AT 1920
                       STOP ' '
                       PERFORM 2400-UTILITARIOS
                    END-IF
               WHEN 6
                    IF USUARIO-LOGADO-SUPERVISOR
                       PERFORM 2440-LIMPA-SESSOES
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                       DISPLAY MSG-RETORNO-LNKG050
                                       AT 1920
                       STOP ' '
                       PERFORM 2400-UTILITARIOS
                    ELSE
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                       DISPLAY WS-MSG-ERRO-ACESSO
                                       AT 1920
                       STOP ' '
                       PERFORM 2400-UTILITARIOS
                    END-IF
               WHEN 5
                    PERFORM 2000-PROCESSA
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2400-UTILITARIOS
           END-EVALUATE

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXECUTA A PRE-VALIDACAO DA DISTRIBUICAO                     *
      *----------------------------------------------------------------*
       2410-CHAMA-PGFJF023             SECTION.

           CALL WS-PGFJF023            USING LNKG023L

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXECUTA O EXPURGO DOS ARQUIVOS DE HISTORICO                 *
      *----------------------------------------------------------------*
       2420-CHAMA-PGFJF026             SECTION.

           CALL WS-PGFJF026            USING LNKG026L

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXECUTA A ANALISE DE CLIENTES DUPLICADOS                    *
      *----------------------------------------------------------------*
       2430-CHAMA-PGFJF030             SECTION.

           CALL WS-PGFJF030            USING LNKG030L

           .
       2430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    EXECUTA A VARREDURA DE INTEGRIDADE REFERENCIAL - O          *
      *    RESULTADO FICA NO ArqPendenciaIntegridade                   *
      *----------------------------------------------------------------*
       2435-CHAMA-PGFJF080             SECTION.

           CALL WS-PGFJF080            USING LNKG080L

           .
       2435-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    LIMPA AS SESSOES PENDENTES DO INTERLOCK                     *
      *----------------------------------------------------------------*
       2440-LIMPA-SESSOES              SECTION.

           MOVE 4                      TO COD-FUNCAO-LNKG050

           CALL WS-PGFJF050            USING LNKG050L

           PERFORM 1140-REGISTRA-SESSAO

           .
       2440-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    RESTAURACAO DE SNAPSHOT DOS MESTRES (PGFJF052P) - O PROPRIO *
      *    PROGRAMA REVALIDA O LOGIN DE SUPERVISOR INFORMADO NA TELA   *
      *----------------------------------------------------------------*
       2450-RESTAURA-SNAPSHOT          SECTION.

           MOVE ZEROS                  TO WS-RST-GERACAO
           MOVE SPACES                 TO WS-RST-ID-USUARIO
                                          WS-RST-SENHA

           DISPLAY T076-RESTAURAR
           ACCEPT  T076-RESTAURAR

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE WS-RST-GERACAO      TO NUM-GERACAO-LNKG052
              MOVE FUNCTION UPPER-CASE(WS-RST-ID-USUARIO)
                                       TO ID-USUARIO-LNKG052
              MOVE WS-RST-SENHA        TO SENHA-LNKG052

              CALL WS-PGFJF052         USING LNKG052L

              DISPLAY WS-LINHA-BRANCO
                                       AT 1902
              DISPLAY MSG-RETORNO-LNKG052
                                       AT 1920
              STOP ' '
           END-IF

           PERFORM 2400-UTILITARIOS

           .
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    FUSAO DE CLIENTES DUPLICADOS (PGFJF081P) - A PREVIA E       *
      *    GRAVADA E EXIBIDA ANTES DA CONFIRMACAO; SO APOS O 'S' OS    *
      *    REGISTROS DO RETIRADO SAO MOVIDOS PARA O SOBREVIVENTE       *
      *----------------------------------------------------------------*
       2460-FUSAO-CLIENTES             SECTION.

           MOVE ZEROS                  TO WS-FUS-SOBREV
                                          WS-FUS-RETIRADO
           MOVE SPACES                 TO WS-CONFIRMA

           DISPLAY T134-FUSAO-CLIENTE
           ACCEPT  T134-FUSAO-CLIENTE

           MOVE 1                      TO COD-FUNCAO-LNKG081
           PERFORM 2465-CHAMA-PGFJF081

           IF COD-RETORNO-LNKG081      EQUAL ZEROS
              DISPLAY T135-CONFIRMA-FUSAO
              ACCEPT  T135-CONFIRMA-FUSAO

              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                 MOVE 2                TO COD-FUNCAO-LNKG081
                 PERFORM 2465-CHAMA-PGFJF081
              END-IF
           END-IF

           DISPLAY WS-LINHA-BRANCO
                                       AT 1902
           DISPLAY MSG-RETORNO-LNKG081
                                       AT 1920
           STOP ' '

           PERFORM 2400-UTILITARIOS

           .
       2460-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CHAMA O PGFJF081P NA FUNCAO JA INFORMADA (1 = PREVIA,       *
      *    2 = EFETIVAR)                                               *
      *----------------------------------------------------------------*
       2465-CHAMA-PGFJF081             SECTION.

           MOVE WS-LOGIN-ID            TO ID-OPERADOR-LNKG081
           MOVE WS-PERFIL-LOGADO       TO PERFIL-OPERADOR-LNKG081
           MOVE WS-FUS-SOBREV          TO COD-CLIENTE-SOB-LNKG081
           MOVE WS-FUS-RETIRADO        TO COD-CLIENTE-RET-LNKG081

           CALL WS-PGFJF081            USING LNKG081L

           .
       2465-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ESCOLHA DA ROTINA FINANCEIRA                                   *
      *----------------------------------------------------------------*
       2600-FINANCEIRO                 SECTION.

           DISPLAY T086-FINANCEIRO
           ACCEPT  T086-FINANCEIRO

           EVALUATE WS-FIN-OPCAO
               WHEN 1
                    MOVE 1             TO WS-CPG-FUNCAO
                    MOVE "FECHAMENTO DO MES"
                                       TO WS-CPG-DESCRICAO
                    PERFORM 2610-COMISSAO-PAGAR
               WHEN 2
                    IF USUARIO-LOGADO-SUPERVISOR
                       MOVE 2          TO WS-CPG-FUNCAO
                       MOVE "APROVACAO DO MES - CONGELA O RAZAO"
                                       TO WS-CPG-DESCRICAO
                       PERFORM 2610-COMISSAO-PAGAR
                    ELSE
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                       DISPLAY WS-MSG-ERRO-ACESSO
                                       AT 1920
                       STOP ' '
                       PERFORM 2600-FINANCEIRO
                    END-IF
               WHEN 4
                    MOVE 3             TO WS-CPG-FUNCAO
                    MOVE "EXTRATO POR VENDEDOR"
                                       TO WS-CPG-DESCRICAO
                    PERFORM 2610-COMISSAO-PAGAR
               WHEN 5
                    PERFORM 2620-LISTA-JURIDICO
               WHEN 6
                    PERFORM 2630-CARTAS-COBRANCA
               WHEN 7
                    IF USUARIO-LOGADO-SUPERVISOR
                       MOVE 1          TO WS-PFC-FUNCAO
                       MOVE "FECHAMENTO DO MES - GRAVA O RESUMO"
                                       TO WS-PFC-DESCRICAO
                       PERFORM 2640-PERIODO
                    ELSE
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                       DISPLAY WS-MSG-ERRO-ACESSO
                                       AT 1920
                       STOP ' '
                       PERFORM 2600-FINANCEIRO
                    END-IF
               WHEN 8
                    IF USUARIO-LOGADO-SUPERVISOR
                       MOVE 2          TO WS-PFC-FUNCAO
                       MOVE "REABERTURA DO MES - INFORME O MOTIVO"
                                       TO WS-PFC-DESCRICAO
                       PERFORM 2640-PERIODO
                    ELSE
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                       DISPLAY WS-MSG-ERRO-ACESSO
                                       AT 1920
                       STOP ' '
                       PERFORM 2600-FINANCEIRO
                    END-IF
               WHEN 10
                    MOVE 3             TO WS-PFC-FUNCAO
                    MOVE "RESUMO CONGELADO DO MES"
                                       TO WS-PFC-DESCRICAO
                    PERFORM 2640-PERIODO
               WHEN 11
                    PERFORM 2650-REEMBOLSO-KM
               WHEN 12
                    PERFORM 2660-REMESSA-BANCO
               WHEN 13
                    PERFORM 2670-RETORNO-BANCO
               WHEN 3
                    PERFORM 2000-PROCESSA
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2600-FINANCEIRO
           END-EVALUATE

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    FECHAMENTO, APROVACAO E EXTRATO DA COMISSAO A PAGAR         *
      *----------------------------------------------------------------*
       2610-COMISSAO-PAGAR             SECTION.

           MOVE ZEROS                  TO WS-CPG-ANO-MES
                                          WS-CPG-COD-VEND

           DISPLAY T087-COMISSAO-PAGAR
           ACCEPT  T087-COMISSAO-PAGAR

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2611-CHAMA-PGFJF059
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG059
                                       AT 1920
                    STOP ' '
                    PERFORM 2600-FINANCEIRO
               WHEN 2
                    PERFORM 2600-FINANCEIRO
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2610-COMISSAO-PAGAR
           END-EVALUATE

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CHAMADA DO RAZAO DE COMISSAO                                *
      *----------------------------------------------------------------*
       2611-CHAMA-PGFJF059             SECTION.

           MOVE WS-CPG-FUNCAO          TO COD-FUNCAO-LNKG059
           MOVE WS-CPG-ANO-MES         TO ANO-MES-LNKG059
           MOVE WS-CPG-COD-VEND        TO COD-VEND-LNKG059
           MOVE WS-LOGIN-ID            TO ID-USUARIO-LNKG059

           CALL WS-PGFJF059            USING LNKG059L

           .
       2611-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    LISTA DE TITULOS EM PRE-PROTESTO PARA O JURIDICO            *
      *----------------------------------------------------------------*
       2620-LISTA-JURIDICO             SECTION.

           MOVE 2                      TO COD-FUNCAO-LNKG062
           MOVE ZEROS                  TO DATA-REF-LNKG062
                                          COD-CLIENTE-LNKG062
                                          DATA-INI-LNKG062
                                          DATA-FIM-LNKG062

           CALL WS-PGFJF062            USING LNKG062L

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-LNKG062 AT 1920
           STOP ' '
           PERFORM 2600-FINANCEIRO

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE REIMPRESSAO DAS CARTAS DE COBRANCA                *
      *----------------------------------------------------------------*
       2630-CARTAS-COBRANCA            SECTION.

           MOVE ZEROS                  TO WS-CCB-COD-CLIENTE
                                          WS-CCB-DATA-INI
                                          WS-CCB-DATA-FIM

           DISPLAY T097-CARTAS-COBRANCA
           ACCEPT  T097-CARTAS-COBRANCA

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2631-CHAMA-PGFJF062-REIMP
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG062
                                       AT 1920
                    STOP ' '
                    PERFORM 2630-CARTAS-COBRANCA
               WHEN 2
                    PERFORM 2600-FINANCEIRO
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2630-CARTAS-COBRANCA
           END-EVALUATE

           .
       2630-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    REIMPRESSAO DAS CARTAS DO SPOOL                             *
      *----------------------------------------------------------------*
       2631-CHAMA-PGFJF062-REIMP       SECTION.

           MOVE 3                      TO COD-FUNCAO-LNKG062
           MOVE ZEROS                  TO DATA-REF-LNKG062
           MOVE WS-CCB-COD-CLIENTE     TO COD-CLIENTE-LNKG062
           MOVE WS-CCB-DATA-INI        TO DATA-INI-LNKG062
           MOVE WS-CCB-DATA-FIM        TO DATA-FIM-LNKG062

           CALL WS-PGFJF062            USING LNKG062L

           .
       2631-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    FECHAMENTO, REABERTURA E RESUMO DO PERIODO                  *
      *----------------------------------------------------------------*
       2640-PERIODO                    SECTION.

           MOVE ZEROS                  TO WS-PFC-ANO-MES
           MOVE SPACES                 TO WS-PFC-MOTIVO

           DISPLAY T114-PERIODO
           ACCEPT  T114-PERIODO

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    PERFORM 2641-CHAMA-PGFJF066
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG066
                                       AT 1920
                    STOP ' '
                    PERFORM 2600-FINANCEIRO
               WHEN 2
                    PERFORM 2600-FINANCEIRO
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2640-PERIODO
           END-EVALUATE

           .
       2640-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CHAMADA DO FECHAMENTO DE PERIODO                            *
      *----------------------------------------------------------------*
       2641-CHAMA-PGFJF066             SECTION.

           INITIALIZE LNKG066L
           MOVE WS-PFC-FUNCAO          TO COD-FUNCAO-LNKG066
           MOVE WS-PFC-ANO-MES         TO ANO-MES-LNKG066
           MOVE WS-PFC-MOTIVO          TO MOTIVO-LNKG066
           MOVE WS-LOGIN-ID            TO ID-OPERADOR-LNKG066
           MOVE WS-PERFIL-LOGADO       TO PERFIL-OPERADOR-LNKG066

           CALL WS-PGFJF066            USING LNKG066L

           .
       2641-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    DEMONSTRATIVO DE REEMBOLSO DE QUILOMETRAGEM                 *
      *----------------------------------------------------------------*
       2650-REEMBOLSO-KM               SECTION.

           MOVE ZEROS                  TO WS-RKM-ANO-MES
                                          WS-RKM-COD-VEND

           DISPLAY T115-REEMBOLSO-KM
           ACCEPT  T115-REEMBOLSO-KM

           EVALUATE WS-REL-OPCAO
               WHEN 1
                    INITIALIZE LNKG067L
                    MOVE WS-RKM-ANO-MES
                                       TO ANO-MES-LNKG067
                    MOVE WS-RKM-COD-VEND
                                       TO COD-VENDEDOR-LNKG067
                    CALL WS-PGFJF067   USING LNKG067L
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY MSG-RETORNO-LNKG067
                                       AT 1920
                    STOP ' '
                    PERFORM 2600-FINANCEIRO
               WHEN 2
                    PERFORM 2600-FINANCEIRO
               WHEN 9
                    PERFORM 9100-SAIR-DO-SISTEMA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1902
                    DISPLAY WS-MSG-ERRO
                                       AT 1920
                    STOP ' '
                    PERFORM 2650-REEMBOLSO-KM
           END-EVALUATE

           .
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    REMESSA DE TITULOS PARA A COBRANCA BANCARIA                 *
      *----------------------------------------------------------------*
       2660-REMESSA-BANCO              SECTION.

           INITIALIZE LNKG071L

           CALL WS-PGFJF071            USING LNKG071L

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-LNKG071 AT 1920
           STOP ' '
           PERFORM 2600-FINANCEIRO

           .
       2660-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    BAIXA AUTOMATICA PELO RETORNO DA COBRANCA BANCARIA          *
      *----------------------------------------------------------------*
       2670-RETORNO-BANCO              SECTION.

           INITIALIZE LNKG072L

           CALL WS-PGFJF072            USING LNKG072L

           DISPLAY WS-LINHA-BRANCO     AT 1902
           DISPLAY MSG-RETORNO-LNKG072 AT 1920
           STOP ' '
           PERFORM 2600-FINANCEIRO

           .
       2670-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DO CADASTRO DE PLANOS DE COMISSAO                       *
      *----------------------------------------------------------------*
       2940-CAD-PLANO-COM              SECTION.

           DISPLAY T071-PLANO-COM
           ACCEPT  T071-PLANO-COM

           EVALUATE WS-PLC-OPCAO
               WHEN 1
                    PERFORM 2941-INSERIR-PLANO-COM
               WHEN 2
                    PERFORM 2942-ALTERAR-PLANO-COM
               WHEN 3
                    PERFORM 2943-EXCLUIR-PLANO-COM
               WHEN 5
                    PERFORM 4950-INICIALIZA-PLANO-COM
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2940-CAD-PLANO-COM
           END-EVALUATE

           .
       2940-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERÇÃO DE PLANOS DE COMISSAO                                 *
      *----------------------------------------------------------------*
       2941-INSERIR-PLANO-COM          SECTION.

           PERFORM 4950-INICIALIZA-PLANO-COM

           DISPLAY T072-INCLUIR-PLANO
           ACCEPT  T072-INCLUIR-PLANO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG049
              PERFORM 5900-CARREGA-DADOS-PLANO
              CALL WS-PGFJF049         USING LNKG049L
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG049
                                       AT 1820
              STOP ' '
              PERFORM 4950-INICIALIZA-PLANO-COM
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4950-INICIALIZA-PLANO-COM
                 PERFORM 2940-CAD-PLANO-COM
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4950-INICIALIZA-PLANO-COM
                 PERFORM 2940-CAD-PLANO-COM
              END-IF
           END-IF

           .
       2941-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERAÇAO DE PLANOS DE COMISSAO                                *
      *----------------------------------------------------------------*
       2942-ALTERAR-PLANO-COM          SECTION.

           PERFORM 4950-INICIALIZA-PLANO-COM

           DISPLAY T073-PESQUISAR-PLANO
           ACCEPT  T073-PESQUISAR-PLANO

           MOVE 0                      TO COD-FUNCAO-LNKG049
           PERFORM 5900-CARREGA-DADOS-PLANO
           CALL WS-PGFJF049            USING LNKG049L

           EVALUATE COD-RETORNO-LNKG049
               WHEN ZEROS
                    PERFORM 5950-DEVOLVE-DADOS-PLANO
                    DISPLAY T074-MODIFICAR-PLANO
                    ACCEPT  T074-MODIFICAR-PLANO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-LNKG049
                       PERFORM 5900-CARREGA-DADOS-PLANO
                       CALL WS-PGFJF049 USING LNKG049L
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG049
                                       AT 1820
                       STOP ' '
                       PERFORM 4950-INICIALIZA-PLANO-COM
                       PERFORM 2000-PROCESSA
                    ELSE
                       PERFORM 4950-INICIALIZA-PLANO-COM
                       PERFORM 2940-CAD-PLANO-COM
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG049
                                       AT 1820
                    STOP ' '
                    PERFORM 4950-INICIALIZA-PLANO-COM
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2942-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSÃO DE PLANOS DE COMISSAO                                 *
      *----------------------------------------------------------------*
       2943-EXCLUIR-PLANO-COM          SECTION.

           PERFORM 4950-INICIALIZA-PLANO-COM

           DISPLAY T073-PESQUISAR-PLANO
           ACCEPT  T073-PESQUISAR-PLANO

           MOVE 0                      TO COD-FUNCAO-LNKG049
           PERFORM 5900-CARREGA-DADOS-PLANO
           CALL WS-PGFJF049            USING LNKG049L

           EVALUATE COD-RETORNO-LNKG049
               WHEN ZEROS
                    PERFORM 5950-DEVOLVE-DADOS-PLANO
                    DISPLAY T075-DELETAR-PLANO
                    ACCEPT  T075-DELETAR-PLANO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-LNKG049
                       PERFORM 5900-CARREGA-DADOS-PLANO
                       CALL WS-PGFJF049 USING LNKG049L
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG049
                                       AT 1820
                       STOP ' '
                       PERFORM 4950-INICIALIZA-PLANO-COM
                       PERFORM 2000-PROCESSA
                    ELSE
                       PERFORM 4950-INICIALIZA-PLANO-COM
                       PERFORM 2940-CAD-PLANO-COM
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG049
                                       AT 1820
                    STOP ' '
                    PERFORM 4950-INICIALIZA-PLANO-COM
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2943-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INICIALIZACAO DE VARIAVEIS DO PLANO DE COMISSAO                *
      *----------------------------------------------------------------*
       4950-INICIALIZA-PLANO-COM       SECTION.

           MOVE ZEROS                  TO WS-PLC-VIGENCIA
                                          WS-PLC-REGIAO
                                          WS-PLC-LIM1
                                          WS-PLC-TAX1
                                          WS-PLC-LIM2
                                          WS-PLC-TAX2
                                          WS-PLC-LIM3
                                          WS-PLC-TAX3
                                          WS-PLC-LIM4
                                          WS-PLC-TAX4
                                          WS-PLC-LIM5
                                          WS-PLC-TAX5
                                          WS-PLC-TAXDIV

           .
       4950-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGAMENTO DE DADOS DO PLANO DE COMISSAO                     *
      *----------------------------------------------------------------*
       5900-CARREGA-DADOS-PLANO        SECTION.

           MOVE WS-PLC-VIGENCIA        TO DATA-VIGENCIA-LNKG049
           MOVE WS-PLC-REGIAO          TO COD-REGIAO-LNKG049
           MOVE WS-PLC-LIM1            TO LIMITE-FAIXA-LNKG049(1)
           MOVE WS-PLC-TAX1            TO TAXA-FAIXA-LNKG049(1)
           MOVE WS-PLC-LIM2            TO LIMITE-FAIXA-LNKG049(2)
           MOVE WS-PLC-TAX2            TO TAXA-FAIXA-LNKG049(2)
           MOVE WS-PLC-LIM3            TO LIMITE-FAIXA-LNKG049(3)
           MOVE WS-PLC-TAX3            TO TAXA-FAIXA-LNKG049(3)
           MOVE WS-PLC-LIM4            TO LIMITE-FAIXA-LNKG049(4)
           MOVE WS-PLC-TAX4            TO TAXA-FAIXA-LNKG049(4)
           MOVE WS-PLC-LIM5            TO LIMITE-FAIXA-LNKG049(5)
           MOVE WS-PLC-TAX5            TO TAXA-FAIXA-LNKG049(5)
           MOVE WS-PLC-TAXDIV          TO TAXA-DIVERG-LNKG049

           .
       5900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE OS DADOS DO PLANO LIDO PARA AS VARIAVEIS DE TELA       *
      *----------------------------------------------------------------*
       5950-DEVOLVE-DADOS-PLANO        SECTION.

           MOVE LIMITE-FAIXA-LNKG049(1) TO WS-PLC-LIM1
           MOVE TAXA-FAIXA-LNKG049(1)   TO WS-PLC-TAX1
           MOVE LIMITE-FAIXA-LNKG049(2) TO WS-PLC-LIM2
           MOVE TAXA-FAIXA-LNKG049(2)   TO WS-PLC-TAX2
           MOVE LIMITE-FAIXA-LNKG049(3) TO WS-PLC-LIM3
           MOVE TAXA-FAIXA-LNKG049(3)   TO WS-PLC-TAX3
           MOVE LIMITE-FAIXA-LNKG049(4) TO WS-PLC-LIM4
           MOVE TAXA-FAIXA-LNKG049(4)   TO WS-PLC-TAX4
           MOVE LIMITE-FAIXA-LNKG049(5) TO WS-PLC-LIM5
           MOVE TAXA-FAIXA-LNKG049(5)   TO WS-PLC-TAX5
           MOVE TAXA-DIVERG-LNKG049     TO WS-PLC-TAXDIV

           .
       5950-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DA TABELA DE PRECOS                    *
      *----------------------------------------------------------------*
       2980-CAD-TABELA-PRECO           SECTION.

           DISPLAY T091-TABELA-PRECO
           ACCEPT  T091-TABELA-PRECO

           EVALUATE WS-TPR-OPCAO
               WHEN 1
                    PERFORM 2981-INSERIR-PRECO
               WHEN 2
                    PERFORM 2982-ALTERAR-PRECO
               WHEN 3
                    PERFORM 2983-EXCLUIR-PRECO
               WHEN 5
                    PERFORM 4980-INICIALIZA-TABELA-PRECO
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2980-CAD-TABELA-PRECO
           END-EVALUATE

           .
       2980-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERCAO DE PRECO NA TABELA                                    *
      *----------------------------------------------------------------*
       2981-INSERIR-PRECO              SECTION.

           PERFORM 4980-INICIALIZA-TABELA-PRECO

           DISPLAY T092-INCLUIR-PRECO
           ACCEPT  T092-INCLUIR-PRECO

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG061
              PERFORM 5980-CARREGA-DADOS-PRECO
              CALL WS-PGFJF061         USING LNKG061L
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG061
                                       AT 1820
              STOP ' '
              PERFORM 4980-INICIALIZA-TABELA-PRECO
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4980-INICIALIZA-TABELA-PRECO
                 PERFORM 2980-CAD-TABELA-PRECO
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4980-INICIALIZA-TABELA-PRECO
                 PERFORM 2980-CAD-TABELA-PRECO
              END-IF
           END-IF

           .
       2981-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DE PRECO NA TABELA                                   *
      *----------------------------------------------------------------*
       2982-ALTERAR-PRECO              SECTION.

           PERFORM 4980-INICIALIZA-TABELA-PRECO

           DISPLAY T093-PESQUISAR-PRECO
           ACCEPT  T093-PESQUISAR-PRECO

           MOVE 0                      TO COD-FUNCAO-LNKG061
           PERFORM 5980-CARREGA-DADOS-PRECO
           CALL WS-PGFJF061            USING LNKG061L

           EVALUATE COD-RETORNO-LNKG061
               WHEN ZEROS
                    PERFORM 5985-DEVOLVE-DADOS-PRECO
                    DISPLAY T094-MODIFICAR-PRECO
                    ACCEPT  T094-MODIFICAR-PRECO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-LNKG061
                       PERFORM 5980-CARREGA-DADOS-PRECO
                       CALL WS-PGFJF061 USING LNKG061L
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG061
                                       AT 1820
                       STOP ' '
                       PERFORM 4980-INICIALIZA-TABELA-PRECO
                       PERFORM 2000-PROCESSA
                    ELSE
                       PERFORM 4980-INICIALIZA-TABELA-PRECO
                       PERFORM 2980-CAD-TABELA-PRECO
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG061
                                       AT 1820
                    STOP ' '
                    PERFORM 4980-INICIALIZA-TABELA-PRECO
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2982-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DE PRECO DA TABELA                                    *
      *----------------------------------------------------------------*
       2983-EXCLUIR-PRECO              SECTION.

           PERFORM 4980-INICIALIZA-TABELA-PRECO

           DISPLAY T093-PESQUISAR-PRECO
           ACCEPT  T093-PESQUISAR-PRECO

           MOVE 0                      TO COD-FUNCAO-LNKG061
           PERFORM 5980-CARREGA-DADOS-PRECO
           CALL WS-PGFJF061            USING LNKG061L

           EVALUATE COD-RETORNO-LNKG061
               WHEN ZEROS
                    PERFORM 5985-DEVOLVE-DADOS-PRECO
                    DISPLAY T095-DELETAR-PRECO
                    ACCEPT  T095-DELETAR-PRECO
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-LNKG061
                       PERFORM 5980-CARREGA-DADOS-PRECO
                       CALL WS-PGFJF061 USING LNKG061L
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG061
                                       AT 1820
                       STOP ' '
                       PERFORM 4980-INICIALIZA-TABELA-PRECO
                       PERFORM 2000-PROCESSA
                    ELSE
                       PERFORM 4980-INICIALIZA-TABELA-PRECO
                       PERFORM 2980-CAD-TABELA-PRECO
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG061
                                       AT 1820
                    STOP ' '
                    PERFORM 4980-INICIALIZA-TABELA-PRECO
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2983-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INICIALIZACAO DE VARIAVEIS DA TABELA DE PRECOS                 *
      *----------------------------------------------------------------*
       4980-INICIALIZA-TABELA-PRECO    SECTION.

           MOVE ZEROS                  TO WS-TPR-PRODUTO
                                          WS-TPR-REGIAO
                                          WS-TPR-VIGENCIA
                                          WS-TPR-PRECO
                                          WS-TPR-DESC-A
                                          WS-TPR-DESC-B
                                          WS-TPR-DESC-C

           .
       4980-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGAMENTO DE DADOS DA TABELA DE PRECOS                      *
      *----------------------------------------------------------------*
       5980-CARREGA-DADOS-PRECO        SECTION.

           MOVE WS-TPR-PRODUTO         TO COD-PRODUTO-LNKG061
           MOVE WS-TPR-REGIAO          TO COD-REGIAO-LNKG061
           MOVE WS-TPR-VIGENCIA        TO DATA-VIGENCIA-LNKG061
           MOVE WS-TPR-PRECO           TO PRECO-UNIT-LNKG061
           MOVE WS-TPR-DESC-A          TO PERC-DESC-A-LNKG061
           MOVE WS-TPR-DESC-B          TO PERC-DESC-B-LNKG061
           MOVE WS-TPR-DESC-C          TO PERC-DESC-C-LNKG061

           .
       5980-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE OS DADOS DO PRECO LIDO PARA AS VARIAVEIS DE TELA       *
      *----------------------------------------------------------------*
       5985-DEVOLVE-DADOS-PRECO        SECTION.

           MOVE PRECO-UNIT-LNKG061     TO WS-TPR-PRECO
           MOVE PERC-DESC-A-LNKG061    TO WS-TPR-DESC-A
           MOVE PERC-DESC-B-LNKG061    TO WS-TPR-DESC-B
           MOVE PERC-DESC-C-LNKG061    TO WS-TPR-DESC-C

           .
       5985-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DO MAPA DE CONTAS CONTABEIS            *
      *----------------------------------------------------------------*
       2960-CAD-MAPA-CONTABIL          SECTION.

           DISPLAY T116-MAPA-CONTABIL
           ACCEPT  T116-MAPA-CONTABIL

           EVALUATE WS-MCT-OPCAO
               WHEN 1
                    PERFORM 2961-INSERIR-MAPA
               WHEN 2
                    PERFORM 2962-ALTERAR-MAPA
               WHEN 3
                    PERFORM 2963-EXCLUIR-MAPA
               WHEN 5
                    PERFORM 4965-INICIALIZA-MAPA-CONTABIL
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2960-CAD-MAPA-CONTABIL
           END-EVALUATE

           .
       2960-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERCAO DE MAPA DE CONTAS                                     *
      *----------------------------------------------------------------*
       2961-INSERIR-MAPA               SECTION.

           PERFORM 4965-INICIALIZA-MAPA-CONTABIL

           DISPLAY T117-INCLUIR-MAPA
           ACCEPT  T117-INCLUIR-MAPA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG068
              PERFORM 5965-CARREGA-DADOS-MAPA
              CALL WS-PGFJF068         USING LNKG068L
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG068
                                       AT 1820
              STOP ' '
              PERFORM 4965-INICIALIZA-MAPA-CONTABIL
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4965-INICIALIZA-MAPA-CONTABIL
                 PERFORM 2960-CAD-MAPA-CONTABIL
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4965-INICIALIZA-MAPA-CONTABIL
                 PERFORM 2960-CAD-MAPA-CONTABIL
              END-IF
           END-IF

           .
       2961-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DE MAPA DE CONTAS                                    *
      *----------------------------------------------------------------*
       2962-ALTERAR-MAPA               SECTION.

           PERFORM 4965-INICIALIZA-MAPA-CONTABIL

           DISPLAY T118-PESQUISAR-MAPA
           ACCEPT  T118-PESQUISAR-MAPA

           MOVE 0                      TO COD-FUNCAO-LNKG068
           PERFORM 5965-CARREGA-DADOS-MAPA
           CALL WS-PGFJF068            USING LNKG068L

           EVALUATE COD-RETORNO-LNKG068
               WHEN ZEROS
                    PERFORM 5966-DEVOLVE-DADOS-MAPA
                    DISPLAY T119-MODIFICAR-MAPA
                    ACCEPT  T119-MODIFICAR-MAPA
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-LNKG068
                       PERFORM 5965-CARREGA-DADOS-MAPA
                       CALL WS-PGFJF068 USING LNKG068L
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG068
                                       AT 1820
                       STOP ' '
                       PERFORM 4965-INICIALIZA-MAPA-CONTABIL
                       PERFORM 2000-PROCESSA
                    ELSE
                       PERFORM 4965-INICIALIZA-MAPA-CONTABIL
                       PERFORM 2960-CAD-MAPA-CONTABIL
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG068
                                       AT 1820
                    STOP ' '
                    PERFORM 4965-INICIALIZA-MAPA-CONTABIL
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2962-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DE MAPA DE CONTAS                                     *
      *----------------------------------------------------------------*
       2963-EXCLUIR-MAPA               SECTION.

           PERFORM 4965-INICIALIZA-MAPA-CONTABIL

           DISPLAY T118-PESQUISAR-MAPA
           ACCEPT  T118-PESQUISAR-MAPA

           MOVE 0                      TO COD-FUNCAO-LNKG068
           PERFORM 5965-CARREGA-DADOS-MAPA
           CALL WS-PGFJF068            USING LNKG068L

           EVALUATE COD-RETORNO-LNKG068
               WHEN ZEROS
                    PERFORM 5966-DEVOLVE-DADOS-MAPA
                    DISPLAY T120-DELETAR-MAPA
                    ACCEPT  T120-DELETAR-MAPA
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-LNKG068
                       PERFORM 5965-CARREGA-DADOS-MAPA
                       CALL WS-PGFJF068 USING LNKG068L
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG068
                                       AT 1820
                       STOP ' '
                       PERFORM 4965-INICIALIZA-MAPA-CONTABIL
                       PERFORM 2000-PROCESSA
                    ELSE
                       PERFORM 4965-INICIALIZA-MAPA-CONTABIL
                       PERFORM 2960-CAD-MAPA-CONTABIL
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG068
                                       AT 1820
                    STOP ' '
                    PERFORM 4965-INICIALIZA-MAPA-CONTABIL
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2963-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INICIALIZACAO DE VARIAVEIS DO MAPA DE CONTAS                   *
      *----------------------------------------------------------------*
       4965-INICIALIZA-MAPA-CONTABIL   SECTION.

           MOVE ZEROS                  TO WS-MCT-REGIAO
           MOVE SPACES                 TO WS-MCT-EVENTO
                                          WS-MCT-CONTA-DEB
                                          WS-MCT-CONTA-CRED
                                          WS-MCT-HISTORICO

           .
       4965-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGAMENTO DE DADOS DO MAPA DE CONTAS                        *
      *----------------------------------------------------------------*
       5965-CARREGA-DADOS-MAPA         SECTION.

           MOVE WS-MCT-EVENTO          TO TIPO-EVENTO-LNKG068
           MOVE WS-MCT-REGIAO          TO COD-REGIAO-LNKG068
           MOVE WS-MCT-CONTA-DEB       TO CONTA-DEBITO-LNKG068
           MOVE WS-MCT-CONTA-CRED      TO CONTA-CREDITO-LNKG068
           MOVE WS-MCT-HISTORICO       TO HISTORICO-LNKG068

           .
       5965-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE OS DADOS DO MAPA LIDO PARA AS VARIAVEIS DE TELA        *
      *----------------------------------------------------------------*
       5966-DEVOLVE-DADOS-MAPA         SECTION.

           MOVE TIPO-EVENTO-LNKG068    TO WS-MCT-EVENTO
           MOVE CONTA-DEBITO-LNKG068   TO WS-MCT-CONTA-DEB
           MOVE CONTA-CREDITO-LNKG068  TO WS-MCT-CONTA-CRED
           MOVE HISTORICO-LNKG068      TO WS-MCT-HISTORICO

           .
       5966-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DE PEDIDOS RECORRENTES                 *
      *----------------------------------------------------------------*
       2970-CAD-RECORRENTE             SECTION.

           DISPLAY T121-PEDIDO-RECORRENTE
           ACCEPT  T121-PEDIDO-RECORRENTE

           EVALUATE WS-PRC-OPCAO
               WHEN 1
                    PERFORM 2971-INSERIR-RECORRENTE
               WHEN 2
                    PERFORM 2972-ALTERAR-RECORRENTE
               WHEN 3
                    PERFORM 2973-EXCLUIR-RECORRENTE
               WHEN 5
                    PERFORM 4970-INICIALIZA-RECORRENTE
                    PERFORM 2170-CAD-PEDIDO
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2970-CAD-RECORRENTE
           END-EVALUATE

           .
       2970-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERCAO DE PEDIDO RECORRENTE                                  *
      *----------------------------------------------------------------*
       2971-INSERIR-RECORRENTE         SECTION.

           PERFORM 4970-INICIALIZA-RECORRENTE

           DISPLAY T122-INCLUIR-RECORRENTE
           ACCEPT  T122-INCLUIR-RECORRENTE

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG074
              PERFORM 5975-CARREGA-DADOS-RECORRENTE
              CALL WS-PGFJF074         USING LNKG074L
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG074
                                       AT 1820
              STOP ' '
              PERFORM 4970-INICIALIZA-RECORRENTE
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4970-INICIALIZA-RECORRENTE
                 PERFORM 2970-CAD-RECORRENTE
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4970-INICIALIZA-RECORRENTE
                 PERFORM 2970-CAD-RECORRENTE
              END-IF
           END-IF

           .
       2971-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DE PEDIDO RECORRENTE                                 *
      *----------------------------------------------------------------*
       2972-ALTERAR-RECORRENTE         SECTION.

           PERFORM 4970-INICIALIZA-RECORRENTE

           DISPLAY T123-PESQUISAR-RECORRENTE
           ACCEPT  T123-PESQUISAR-RECORRENTE

           MOVE 0                      TO COD-FUNCAO-LNKG074
           PERFORM 5975-CARREGA-DADOS-RECORRENTE
           CALL WS-PGFJF074            USING LNKG074L

           EVALUATE COD-RETORNO-LNKG074
               WHEN ZEROS
                    PERFORM 5976-DEVOLVE-DADOS-RECORRENTE
                    DISPLAY T124-MODIFICAR-RECORRENTE
                    ACCEPT  T124-MODIFICAR-RECORRENTE
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-LNKG074
                       PERFORM 5975-CARREGA-DADOS-RECORRENTE
                       CALL WS-PGFJF074 USING LNKG074L
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG074
                                       AT 1820
                       STOP ' '
                       PERFORM 4970-INICIALIZA-RECORRENTE
                       PERFORM 2000-PROCESSA
                    ELSE
                       PERFORM 4970-INICIALIZA-RECORRENTE
                       PERFORM 2970-CAD-RECORRENTE
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG074
                                       AT 1820
                    STOP ' '
                    PERFORM 4970-INICIALIZA-RECORRENTE
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2972-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DE PEDIDO RECORRENTE                                  *
      *----------------------------------------------------------------*
       2973-EXCLUIR-RECORRENTE         SECTION.

           PERFORM 4970-INICIALIZA-RECORRENTE

           DISPLAY T123-PESQUISAR-RECORRENTE
           ACCEPT  T123-PESQUISAR-RECORRENTE

           MOVE 0                      TO COD-FUNCAO-LNKG074
           PERFORM 5975-CARREGA-DADOS-RECORRENTE
           CALL WS-PGFJF074            USING LNKG074L

           EVALUATE COD-RETORNO-LNKG074
               WHEN ZEROS
                    PERFORM 5976-DEVOLVE-DADOS-RECORRENTE
                    DISPLAY T125-DELETAR-RECORRENTE
                    ACCEPT  T125-DELETAR-RECORRENTE
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-LNKG074
                       PERFORM 5975-CARREGA-DADOS-RECORRENTE
                       CALL WS-PGFJF074 USING LNKG074L
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG074
                                       AT 1820
                       STOP ' '
                       PERFORM 4970-INICIALIZA-RECORRENTE
                       PERFORM 2000-PROCESSA
                    ELSE
                       PERFORM 4970-INICIALIZA-RECORRENTE
                       PERFORM 2970-CAD-RECORRENTE
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG074
                                       AT 1820
                    STOP ' '
                    PERFORM 4970-INICIALIZA-RECORRENTE
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2973-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INICIALIZA AS VARIAVEIS DE TELA DO PEDIDO RECORRENTE           *
      *----------------------------------------------------------------*
       4970-INICIALIZA-RECORRENTE      SECTION.

           MOVE ZEROS                  TO WS-PRC-NUMERO
                                          WS-PRC-CLIENTE
                                          WS-PRC-VENDEDOR
                                          WS-PRC-INICIO
                                          WS-PRC-FIM
                                          WS-PRC-PROXIMA
                                          WS-PRC-PROD1
                                          WS-PRC-QTD1
                                          WS-PRC-PROD2
                                          WS-PRC-QTD2
                                          WS-PRC-PROD3
                                          WS-PRC-QTD3
                                          WS-PRC-PROD4
                                          WS-PRC-QTD4
                                          WS-PRC-PROD5
                                          WS-PRC-QTD5
           MOVE SPACES                 TO WS-PRC-FREQUENCIA
                                          WS-PRC-SITUACAO

           .
       4970-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA AS VARIAVEIS DE TELA NA AREA DO PGFJF074P              *
      *----------------------------------------------------------------*
       5975-CARREGA-DADOS-RECORRENTE   SECTION.

           MOVE WS-PRC-NUMERO          TO NUM-RECORRENTE-LNKG074
           MOVE WS-PRC-CLIENTE         TO COD-CLIENTE-LNKG074
           MOVE WS-PRC-VENDEDOR        TO COD-VENDEDOR-LNKG074
           MOVE WS-PRC-FREQUENCIA      TO FREQUENCIA-LNKG074
           MOVE WS-PRC-INICIO          TO DATA-INICIO-LNKG074
           MOVE WS-PRC-FIM             TO DATA-FIM-LNKG074
           MOVE WS-PRC-SITUACAO        TO SITUACAO-LNKG074
           MOVE 5                      TO QTD-ITENS-LNKG074
           MOVE WS-PRC-PROD1           TO COD-PRODUTO-LNKG074(1)
           MOVE WS-PRC-QTD1            TO QTD-ITEM-LNKG074(1)
           MOVE WS-PRC-PROD2           TO COD-PRODUTO-LNKG074(2)
           MOVE WS-PRC-QTD2            TO QTD-ITEM-LNKG074(2)
           MOVE WS-PRC-PROD3           TO COD-PRODUTO-LNKG074(3)
           MOVE WS-PRC-QTD3            TO QTD-ITEM-LNKG074(3)
           MOVE WS-PRC-PROD4           TO COD-PRODUTO-LNKG074(4)
           MOVE WS-PRC-QTD4            TO QTD-ITEM-LNKG074(4)
           MOVE WS-PRC-PROD5           TO COD-PRODUTO-LNKG074(5)
           MOVE WS-PRC-QTD5            TO QTD-ITEM-LNKG074(5)

           .
       5975-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE OS DADOS DO RECORRENTE LIDO PARA AS VARIAVEIS DE TELA  *
      *----------------------------------------------------------------*
       5976-DEVOLVE-DADOS-RECORRENTE   SECTION.

           MOVE COD-CLIENTE-LNKG074    TO WS-PRC-CLIENTE
           MOVE COD-VENDEDOR-LNKG074   TO WS-PRC-VENDEDOR
           MOVE FREQUENCIA-LNKG074     TO WS-PRC-FREQUENCIA
           MOVE DATA-INICIO-LNKG074    TO WS-PRC-INICIO
           MOVE DATA-FIM-LNKG074       TO WS-PRC-FIM
           MOVE DATA-PROXIMA-LNKG074   TO WS-PRC-PROXIMA
           MOVE SITUACAO-LNKG074       TO WS-PRC-SITUACAO
           MOVE COD-PRODUTO-LNKG074(1) TO WS-PRC-PROD1
           MOVE QTD-ITEM-LNKG074(1)    TO WS-PRC-QTD1
           MOVE COD-PRODUTO-LNKG074(2) TO WS-PRC-PROD2
           MOVE QTD-ITEM-LNKG074(2)    TO WS-PRC-QTD2
           MOVE COD-PRODUTO-LNKG074(3) TO WS-PRC-PROD3
           MOVE QTD-ITEM-LNKG074(3)    TO WS-PRC-QTD3
           MOVE COD-PRODUTO-LNKG074(4) TO WS-PRC-PROD4
           MOVE QTD-ITEM-LNKG074(4)    TO WS-PRC-QTD4
           MOVE COD-PRODUTO-LNKG074(5) TO WS-PRC-PROD5
           MOVE QTD-ITEM-LNKG074(5)    TO WS-PRC-QTD5

           .
       5976-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DA ESTRUTURA DE EQUIPES                *
      *----------------------------------------------------------------*
       2990-CAD-EQUIPE                 SECTION.

           DISPLAY T098-EQUIPE
           ACCEPT  T098-EQUIPE

           EVALUATE WS-EQP-OPCAO
               WHEN 1
                    PERFORM 2991-INSERIR-EQUIPE
               WHEN 2
                    PERFORM 2992-ALTERAR-EQUIPE
               WHEN 3
                    PERFORM 2993-EXCLUIR-EQUIPE
               WHEN 4
                    PERFORM 2994-CONSULTAR-EQUIPE
               WHEN 5
                    PERFORM 4990-INICIALIZA-EQUIPE
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2990-CAD-EQUIPE
           END-EVALUATE

           .
       2990-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERCAO DE VINCULO NA ESTRUTURA DE EQUIPES                    *
      *----------------------------------------------------------------*
       2991-INSERIR-EQUIPE             SECTION.

           PERFORM 4990-INICIALIZA-EQUIPE

           DISPLAY T099-INCLUIR-EQUIPE
           ACCEPT  T099-INCLUIR-EQUIPE

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              MOVE 1                   TO COD-FUNCAO-LNKG063
              PERFORM 5990-CARREGA-DADOS-EQUIPE
              CALL WS-PGFJF063         USING LNKG063L
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG063
                                       AT 1820
              STOP ' '
              PERFORM 4990-INICIALIZA-EQUIPE
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4990-INICIALIZA-EQUIPE
                 PERFORM 2990-CAD-EQUIPE
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4990-INICIALIZA-EQUIPE
                 PERFORM 2990-CAD-EQUIPE
              END-IF
           END-IF

           .
       2991-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DE VINCULO NA ESTRUTURA DE EQUIPES                   *
      *----------------------------------------------------------------*
       2992-ALTERAR-EQUIPE             SECTION.

           PERFORM 4990-INICIALIZA-EQUIPE

           DISPLAY T100-PESQUISAR-EQUIPE
           ACCEPT  T100-PESQUISAR-EQUIPE

           MOVE 0                      TO COD-FUNCAO-LNKG063
           PERFORM 5990-CARREGA-DADOS-EQUIPE
           CALL WS-PGFJF063            USING LNKG063L

           EVALUATE COD-RETORNO-LNKG063
               WHEN ZEROS
                    MOVE COD-SUPERIOR-LNKG063
                                       TO WS-EQP-SUPERIOR
                    DISPLAY T101-MODIFICAR-EQUIPE
                    ACCEPT  T101-MODIFICAR-EQUIPE
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-LNKG063
                       PERFORM 5990-CARREGA-DADOS-EQUIPE
                       CALL WS-PGFJF063 USING LNKG063L
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG063
                                       AT 1820
                       STOP ' '
                       PERFORM 4990-INICIALIZA-EQUIPE
                       PERFORM 2000-PROCESSA
                    ELSE
                       PERFORM 4990-INICIALIZA-EQUIPE
                       PERFORM 2990-CAD-EQUIPE
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG063
                                       AT 1820
                    STOP ' '
                    PERFORM 4990-INICIALIZA-EQUIPE
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2992-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DE VINCULO DA ESTRUTURA DE EQUIPES                    *
      *----------------------------------------------------------------*
       2993-EXCLUIR-EQUIPE             SECTION.

           PERFORM 4990-INICIALIZA-EQUIPE

           DISPLAY T100-PESQUISAR-EQUIPE
           ACCEPT  T100-PESQUISAR-EQUIPE

           MOVE 0                      TO COD-FUNCAO-LNKG063
           PERFORM 5990-CARREGA-DADOS-EQUIPE
           CALL WS-PGFJF063            USING LNKG063L

           EVALUATE COD-RETORNO-LNKG063
               WHEN ZEROS
                    MOVE COD-SUPERIOR-LNKG063
                                       TO WS-EQP-SUPERIOR
                    DISPLAY T102-DELETAR-EQUIPE
                    ACCEPT  T102-DELETAR-EQUIPE
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-LNKG063
                       PERFORM 5990-CARREGA-DADOS-EQUIPE
                       CALL WS-PGFJF063 USING LNKG063L
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG063
                                       AT 1820
                       STOP ' '
                       PERFORM 4990-INICIALIZA-EQUIPE
                       PERFORM 2000-PROCESSA
                    ELSE
                       PERFORM 4990-INICIALIZA-EQUIPE
                       PERFORM 2990-CAD-EQUIPE
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG063
                                       AT 1820
                    STOP ' '
                    PERFORM 4990-INICIALIZA-EQUIPE
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2993-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA DO SUPERVISOR E DO GERENTE VIGENTES DE UM VENDEDOR    *
      *----------------------------------------------------------------*
       2994-CONSULTAR-EQUIPE           SECTION.

           PERFORM 4990-INICIALIZA-EQUIPE

           DISPLAY T103-CONSULTA-EQUIPE
           ACCEPT  T103-CONSULTA-EQUIPE

           IF WS-EQP-DATA-REF          EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-EQP-DATA-REF
           END-IF

           MOVE 4                      TO COD-FUNCAO-LNKG063
           MOVE WS-EQP-MEMBRO          TO COD-MEMBRO-LNKG063
           MOVE WS-EQP-DATA-REF        TO DATA-REF-LNKG063
           CALL WS-PGFJF063            USING LNKG063L

           MOVE COD-SUPERVISOR-LNKG063 TO WS-EQP-SUPERVISOR
           MOVE COD-GERENTE-LNKG063    TO WS-EQP-GERENTE

           DISPLAY T104-EQUIPE-VIGENTE
           DISPLAY WS-LINHA-BRANCO     AT 1802
           DISPLAY MSG-RETORNO-LNKG063 AT 1820
           STOP ' '

           PERFORM 4990-INICIALIZA-EQUIPE
           PERFORM 2990-CAD-EQUIPE

           .
       2994-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INICIALIZACAO DE VARIAVEIS DA ESTRUTURA DE EQUIPES             *
      *----------------------------------------------------------------*
       4990-INICIALIZA-EQUIPE          SECTION.

           MOVE SPACES                 TO WS-EQP-TIPO
           MOVE ZEROS                  TO WS-EQP-MEMBRO
                                          WS-EQP-VIGENCIA
                                          WS-EQP-SUPERIOR
                                          WS-EQP-DATA-REF
                                          WS-EQP-SUPERVISOR
                                          WS-EQP-GERENTE

           .
       4990-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGAMENTO DE DADOS DA ESTRUTURA DE EQUIPES                  *
      *----------------------------------------------------------------*
       5990-CARREGA-DADOS-EQUIPE       SECTION.

           MOVE FUNCTION UPPER-CASE(WS-EQP-TIPO)
                                       TO TIPO-MEMBRO-LNKG063
           MOVE WS-EQP-MEMBRO          TO COD-MEMBRO-LNKG063
           MOVE WS-EQP-VIGENCIA        TO DATA-VIGENCIA-LNKG063
           MOVE WS-EQP-SUPERIOR        TO COD-SUPERIOR-LNKG063

           .
       5990-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CADASTRAMENTO DE CAMPANHAS DE VENDA                  *
      *----------------------------------------------------------------*
       2995-CAD-CAMPANHA               SECTION.

           DISPLAY T128-CAMPANHA
           ACCEPT  T128-CAMPANHA

           EVALUATE WS-CMP-OPCAO
               WHEN 1
                    PERFORM 2996-INSERIR-CAMPANHA
               WHEN 2
                    PERFORM 2997-ALTERAR-CAMPANHA
               WHEN 3
                    PERFORM 2998-EXCLUIR-CAMPANHA
               WHEN 5
                    PERFORM 4995-INICIALIZA-CAMPANHA
                    PERFORM 2000-PROCESSA
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                    DISPLAY WS-MSG-ERRO
                                       AT 1820
                    STOP ' '
                    PERFORM 2995-CAD-CAMPANHA
           END-EVALUATE

           .
       2995-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INSERCAO DE CAMPANHA DE VENDA                                  *
      *----------------------------------------------------------------*
       2996-INSERIR-CAMPANHA           SECTION.

           PERFORM 4995-INICIALIZA-CAMPANHA

           DISPLAY T129-INCLUIR-CAMPANHA
           ACCEPT  T129-INCLUIR-CAMPANHA

           IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
              INITIALIZE LNKG079L
              MOVE 1                   TO COD-FUNCAO-LNKG079
              PERFORM 5995-CARREGA-DADOS-CAMPANHA
              CALL WS-PGFJF079         USING LNKG079L
              DISPLAY WS-LINHA-BRANCO  AT 1802
              DISPLAY MSG-RETORNO-LNKG079
                                       AT 1820
              STOP ' '
              PERFORM 4995-INICIALIZA-CAMPANHA
              PERFORM 2000-PROCESSA
           ELSE
              IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'N'
                 PERFORM 4995-INICIALIZA-CAMPANHA
                 PERFORM 2995-CAD-CAMPANHA
              ELSE
                 DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                 DISPLAY WS-MSG-ERRO   AT 1820
                 STOP ' '
                 PERFORM 4995-INICIALIZA-CAMPANHA
                 PERFORM 2995-CAD-CAMPANHA
              END-IF
           END-IF

           .
       2996-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ALTERACAO DE CAMPANHA DE VENDA                                 *
      *----------------------------------------------------------------*
       2997-ALTERAR-CAMPANHA         SECTION.

           PERFORM 4995-INICIALIZA-CAMPANHA

           DISPLAY T130-PESQUISAR-CAMPANHA
           ACCEPT  T130-PESQUISAR-CAMPANHA

           INITIALIZE LNKG079L
           MOVE 0                      TO COD-FUNCAO-LNKG079
           MOVE WS-CMP-CODIGO          TO COD-CAMPANHA-LNKG079
           CALL WS-PGFJF079            USING LNKG079L

           EVALUATE COD-RETORNO-LNKG079
               WHEN ZEROS
                    PERFORM 5996-DEVOLVE-DADOS-CAMPANHA
                    DISPLAY T131-MODIFICAR-CAMPANHA
                    ACCEPT  T131-MODIFICAR-CAMPANHA
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 2          TO COD-FUNCAO-LNKG079
                       PERFORM 5995-CARREGA-DADOS-CAMPANHA
                       CALL WS-PGFJF079 USING LNKG079L
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG079
                                       AT 1820
                       STOP ' '
                       PERFORM 4995-INICIALIZA-CAMPANHA
                       PERFORM 2000-PROCESSA
                    ELSE
                       PERFORM 4995-INICIALIZA-CAMPANHA
                       PERFORM 2995-CAD-CAMPANHA
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG079
                                       AT 1820
                    STOP ' '
                    PERFORM 4995-INICIALIZA-CAMPANHA
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2997-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO DE CAMPANHA DE VENDA                                  *
      *----------------------------------------------------------------*
       2998-EXCLUIR-CAMPANHA         SECTION.

           PERFORM 4995-INICIALIZA-CAMPANHA

           DISPLAY T130-PESQUISAR-CAMPANHA
           ACCEPT  T130-PESQUISAR-CAMPANHA

           INITIALIZE LNKG079L
           MOVE 0                      TO COD-FUNCAO-LNKG079
           MOVE WS-CMP-CODIGO          TO COD-CAMPANHA-LNKG079
           CALL WS-PGFJF079            USING LNKG079L

           EVALUATE COD-RETORNO-LNKG079
               WHEN ZEROS
                    PERFORM 5996-DEVOLVE-DADOS-CAMPANHA
                    DISPLAY T132-DELETAR-CAMPANHA
                    ACCEPT  T132-DELETAR-CAMPANHA
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA)
                                       EQUAL 'S'
                       MOVE 3          TO COD-FUNCAO-LNKG079
                       PERFORM 5995-CARREGA-DADOS-CAMPANHA
                       CALL WS-PGFJF079 USING LNKG079L
                       DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                       DISPLAY MSG-RETORNO-LNKG079
                                       AT 1820
                       STOP ' '
                       PERFORM 4995-INICIALIZA-CAMPANHA
                       PERFORM 2000-PROCESSA
                    ELSE
                       PERFORM 4995-INICIALIZA-CAMPANHA
                       PERFORM 2995-CAD-CAMPANHA
                    END-IF
               WHEN OTHER
                    DISPLAY WS-LINHA-BRANCO
                                       AT 1802
                    DISPLAY MSG-RETORNO-LNKG079
                                       AT 1820
                    STOP ' '
                    PERFORM 4995-INICIALIZA-CAMPANHA
                    PERFORM 2000-PROCESSA
           END-EVALUATE

           .
       2998-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INICIALIZACAO DE VARIAVEIS DE CAMPANHA DE VENDA                *
      *----------------------------------------------------------------*
       4995-INICIALIZA-CAMPANHA        SECTION.

           MOVE SPACES                 TO WS-CMP-DESCRICAO
                                          WS-CMP-TIPO
                                          WS-CMP-SITUACAO
           MOVE ZEROS                  TO WS-CMP-CODIGO
                                          WS-CMP-INICIO
                                          WS-CMP-FIM
                                          WS-CMP-PERC
                                          WS-CMP-VLR-UNIT
                                          WS-CMP-PROD1
                                          WS-CMP-PROD2
                                          WS-CMP-PROD3
                                          WS-CMP-PROD4
                                          WS-CMP-PROD5
                                          WS-CMP-PROD6
                                          WS-CMP-PROD7
                                          WS-CMP-PROD8
                                          WS-CMP-REG1
                                          WS-CMP-REG2
                                          WS-CMP-REG3

           .
       4995-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGAMENTO DE DADOS DE CAMPANHA DE VENDA                     *
      *----------------------------------------------------------------*
       5995-CARREGA-DADOS-CAMPANHA     SECTION.

           MOVE WS-CMP-CODIGO          TO COD-CAMPANHA-LNKG079
           MOVE FUNCTION UPPER-CASE(WS-CMP-DESCRICAO)
                                       TO DESCRICAO-LNKG079
           MOVE WS-CMP-INICIO          TO DATA-INICIO-LNKG079
           MOVE WS-CMP-FIM             TO DATA-FIM-LNKG079
           MOVE FUNCTION UPPER-CASE(WS-CMP-TIPO)
                                       TO TIPO-BONUS-LNKG079
           MOVE WS-CMP-PERC            TO PERC-BONUS-LNKG079
           MOVE WS-CMP-VLR-UNIT        TO VLR-BONUS-UNIT-LNKG079
           MOVE FUNCTION UPPER-CASE(WS-CMP-SITUACAO)
                                       TO SITUACAO-LNKG079
           MOVE WS-CMP-PROD1           TO COD-PRODUTO-LNKG079(1)
           MOVE WS-CMP-PROD2           TO COD-PRODUTO-LNKG079(2)
           MOVE WS-CMP-PROD3           TO COD-PRODUTO-LNKG079(3)
           MOVE WS-CMP-PROD4           TO COD-PRODUTO-LNKG079(4)
           MOVE WS-CMP-PROD5           TO COD-PRODUTO-LNKG079(5)
           MOVE WS-CMP-PROD6           TO COD-PRODUTO-LNKG079(6)
           MOVE WS-CMP-PROD7           TO COD-PRODUTO-LNKG079(7)
           MOVE WS-CMP-PROD8           TO COD-PRODUTO-LNKG079(8)
           MOVE WS-CMP-REG1            TO COD-REGIAO-LNKG079(1)
           MOVE WS-CMP-REG2            TO COD-REGIAO-LNKG079(2)
           MOVE WS-CMP-REG3            TO COD-REGIAO-LNKG079(3)

           .
       5995-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLUCAO DOS DADOS DA CAMPANHA PESQUISADA PARA A TELA         *
      *----------------------------------------------------------------*
       5996-DEVOLVE-DADOS-CAMPANHA     SECTION.

           MOVE DESCRICAO-LNKG079      TO WS-CMP-DESCRICAO
           MOVE DATA-INICIO-LNKG079    TO WS-CMP-INICIO
           MOVE DATA-FIM-LNKG079       TO WS-CMP-FIM
           MOVE TIPO-BONUS-LNKG079     TO WS-CMP-TIPO
           MOVE PERC-BONUS-LNKG079     TO WS-CMP-PERC
           MOVE VLR-BONUS-UNIT-LNKG079 TO WS-CMP-VLR-UNIT
           MOVE SITUACAO-LNKG079       TO WS-CMP-SITUACAO
           MOVE COD-PRODUTO-LNKG079(1) TO WS-CMP-PROD1
           MOVE COD-PRODUTO-LNKG079(2) TO WS-CMP-PROD2
           MOVE COD-PRODUTO-LNKG079(3) TO WS-CMP-PROD3
           MOVE COD-PRODUTO-LNKG079(4) TO WS-CMP-PROD4
           MOVE COD-PRODUTO-LNKG079(5) TO WS-CMP-PROD5
           MOVE COD-PRODUTO-LNKG079(6) TO WS-CMP-PROD6
           MOVE COD-PRODUTO-LNKG079(7) TO WS-CMP-PROD7
           MOVE COD-PRODUTO-LNKG079(8) TO WS-CMP-PROD8
           MOVE COD-REGIAO-LNKG079(1)  TO WS-CMP-REG1
           MOVE COD-REGIAO-LNKG079(2)  TO WS-CMP-REG2
           MOVE COD-REGIAO-LNKG079(3)  TO WS-CMP-REG3

           .
       5996-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DO CADASTRO DE PROSPECTOS                               *
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INICIALIZACAO DE VARIAVEIS DO CONTATO DO CLIENTE               *
      *----------------------------------------------------------------*
       4115-INICIALIZA-CONTATO         SECTION.

           MOVE ZEROS                  TO WS-CTT-CLIENTE
                                          WS-CTT-SEQUENCIA
           MOVE SPACES                 TO WS-CTT-NOME
                                          WS-CTT-PAPEL
                                          WS-CTT-TELEFONE
                                          WS-CTT-EMAIL
                                          WS-CTT-PREFERENCIAL

           .
       4115-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INICIALIZACAO DE VARIAVEIS DA DEVOLUCAO DE PEDIDO              *
      *----------------------------------------------------------------*
       4176-INICIALIZA-DEVOLUCAO       SECTION.

           MOVE ZEROS                  TO WS-DEV-CLIENTE
                                          WS-DEV-VALOR
                                          WS-DEV-JA-DEVOLVIDO
                                          WS-DEV-VALOR-DEV
                                          WS-DEV-PROD1
                                          WS-DEV-VEND1
                                          WS-DEV-JADEV1
                                          WS-DEV-QTD1
                                          WS-DEV-PROD2
                                          WS-DEV-VEND2
                                          WS-DEV-JADEV2
                                          WS-DEV-QTD2
                                          WS-DEV-PROD3
                                          WS-DEV-VEND3
                                          WS-DEV-JADEV3
                                          WS-DEV-QTD3
                                          WS-DEV-PROD4
                                          WS-DEV-VEND4
                                          WS-DEV-JADEV4
                                          WS-DEV-QTD4
                                          WS-DEV-PROD5
                                          WS-DEV-VEND5
                                          WS-DEV-JADEV5
                                          WS-DEV-QTD5
           MOVE SPACES                 TO WS-DEV-MOTIVO

           .
       4176-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INICIALIZAÇÃO DE VARIAVEIS REGIAO                              *
      *----------------------------------------------------------------*
       4100-INICIALIZA-REGIAO          SECTION.
                                          WS-TIT-VALOR
                                          WS-TIT-SALDO
                                          WS-TIT-VALOR-PAGTO
                                          WS-TIT-DATA-PAGTO

           .
       4600-EXIT.
       6500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGAMENTO DE DADOS DO CONTATO DO CLIENTE                    *
      *----------------------------------------------------------------*
       5115-CARREGA-DADOS-CONTATO      SECTION.

           MOVE WS-LOGIN-ID            TO ID-OPERADOR-LNKG064
           MOVE WS-CTT-CLIENTE         TO COD-CLIENTE-LNKG064
           MOVE WS-CTT-SEQUENCIA       TO SEQ-CONTATO-LNKG064
           MOVE WS-CTT-NOME            TO NOME-CONTATO-LNKG064
           MOVE WS-CTT-PAPEL           TO PAPEL-CONTATO-LNKG064
           MOVE WS-CTT-TELEFONE        TO TELEFONE-LNKG064
           MOVE WS-CTT-EMAIL           TO EMAIL-LNKG064
           MOVE WS-CTT-PREFERENCIAL    TO PREFERENCIAL-LNKG064

           .
       5115-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLUCAO DE DADOS DO CONTATO PARA A TELA                      *
      *----------------------------------------------------------------*
       5116-DEVOLVE-DADOS-CONTATO      SECTION.

           MOVE NOME-CONTATO-LNKG064   TO WS-CTT-NOME
           MOVE PAPEL-CONTATO-LNKG064  TO WS-CTT-PAPEL
           MOVE TELEFONE-LNKG064       TO WS-CTT-TELEFONE
           MOVE EMAIL-LNKG064          TO WS-CTT-EMAIL
           MOVE PREFERENCIAL-LNKG064   TO WS-CTT-PREFERENCIAL

           .
       5116-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLUCAO DOS DADOS DO PEDIDO FATURADO PARA A TELA             *
      *----------------------------------------------------------------*
       5176-DEVOLVE-DADOS-DEVOLUCAO    SECTION.

           MOVE COD-CLIENTE-LNKG065    TO WS-DEV-CLIENTE
           MOVE VALOR-PEDIDO-LNKG065   TO WS-DEV-VALOR
           MOVE VALOR-JA-DEVOLVIDO-LNKG065
                                       TO WS-DEV-JA-DEVOLVIDO
           MOVE COD-PRODUTO-LNKG065(1) TO WS-DEV-PROD1
           MOVE QTD-VENDIDA-LNKG065(1) TO WS-DEV-VEND1
           MOVE QTD-JA-DEV-LNKG065(1)  TO WS-DEV-JADEV1
           MOVE COD-PRODUTO-LNKG065(2) TO WS-DEV-PROD2
           MOVE QTD-VENDIDA-LNKG065(2) TO WS-DEV-VEND2
           MOVE QTD-JA-DEV-LNKG065(2)  TO WS-DEV-JADEV2
           MOVE COD-PRODUTO-LNKG065(3) TO WS-DEV-PROD3
           MOVE QTD-VENDIDA-LNKG065(3) TO WS-DEV-VEND3
           MOVE QTD-JA-DEV-LNKG065(3)  TO WS-DEV-JADEV3
           MOVE COD-PRODUTO-LNKG065(4) TO WS-DEV-PROD4
           MOVE QTD-VENDIDA-LNKG065(4) TO WS-DEV-VEND4
           MOVE QTD-JA-DEV-LNKG065(4)  TO WS-DEV-JADEV4
           MOVE COD-PRODUTO-LNKG065(5) TO WS-DEV-PROD5
           MOVE QTD-VENDIDA-LNKG065(5) TO WS-DEV-VEND5
           MOVE QTD-JA-DEV-LNKG065(5)  TO WS-DEV-JADEV5

           .
       5176-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGAMENTO DOS DADOS DA DEVOLUCAO INFORMADA NA TELA          *
      *----------------------------------------------------------------*
       5177-CARREGA-DADOS-DEVOLUCAO    SECTION.

           MOVE WS-LOGIN-ID            TO ID-OPERADOR-LNKG065
           MOVE WS-PED-NUMERO          TO NUM-PEDIDO-LNKG065
           MOVE FUNCTION UPPER-CASE(WS-DEV-MOTIVO)
                                       TO COD-MOTIVO-LNKG065
           MOVE WS-DEV-VALOR-DEV       TO VALOR-DEVOLUCAO-LNKG065
           MOVE WS-DEV-QTD1           TO QTD-DEVOLVER-LNKG065(1)
           MOVE WS-DEV-QTD2           TO QTD-DEVOLVER-LNKG065(2)
           MOVE WS-DEV-QTD3           TO QTD-DEVOLVER-LNKG065(3)
           MOVE WS-DEV-QTD4           TO QTD-DEVOLVER-LNKG065(4)
           MOVE WS-DEV-QTD5           TO QTD-DEVOLVER-LNKG065(5)

           .
       5177-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGAMENTO DE DADOS DA REGIAO                                *
      *----------------------------------------------------------------*
       5100-CARREGA-DADOS-REGIAO       SECTION.
