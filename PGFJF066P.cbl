       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF066P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF066P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: FECHAMENTO DE PERIODO (AAAAMM):                 *
      *                FUNCAO 0 CONSULTA A SITUACAO DO PERIODO (USADA  *
      *                PELO PGFJF016P E PELO PGFJF038P PARA RECUSAR    *
      *                ALTERACOES DE DOCUMENTOS DATADOS EM MES         *
      *                FECHADO);                                       *
      *                FUNCAO 1 FECHA O PERIODO E GRAVA O RESUMO       *
      *                CONGELADO POR VENDEDOR E REGIAO DO CLIENTE NO   *
      *                ArqResumoPeriodo - PEDIDOS DIGITADOS, FATURADOS *
      *                E CANCELADOS COM DATA NO MES, VALOR RECEBIDO E  *
      *                SALDO A RECEBER NA DATA DO FECHAMENTO;          *
      *                FUNCAO 2 REABRE O PERIODO FECHADO (MOTIVO       *
      *                OBRIGATORIO) - O RESUMO SO E REFEITO NO PROXIMO *
      *                FECHAMENTO;                                     *
      *                FUNCAO 3 EMITE O RELATORIO DO RESUMO CONGELADO. *
      *                FECHAR E REABRIR SAO RESTRITOS AO SUPERVISOR E  *
      *                VAO PARA A ArqAuditoria (ENTIDADE 'F')          *
      * ARQUIVOS.....: ArqPeriodo, ArqResumoPeriodo, ArqPedido,        *
      *                ArqTitulo, ArqCliente, ArqAuditoria,            *
      *                ArqRelPeriodo                                   *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT ARQ-PERIODO        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS ANO-MES-PER
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PER.

           SELECT ARQ-RESUMO-PER     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-RPE
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RPE.

           SELECT ARQ-PEDIDO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-PEDIDO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PED.

           SELECT ARQ-TITULO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-TITULO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TIT.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE
                       ALTERNATE RECORD KEY IS CNPJ
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-AUDITORIA      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AUD.

           SELECT ARQ-REL-PERIODO    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PERIODO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPeriodo'.
       COPY "PERIODO.CPY".

       FD  ARQ-RESUMO-PER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqResumoPeriodo'.
       COPY "RESPER.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "CLIENTES.CPY".

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAuditoria'.
       COPY "AUDIT.CPY".

       FD  ARQ-REL-PERIODO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRelPeriodo'.
       COPY "RELPER.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PER            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RPE            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TIT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AUD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-DATA-HOJE.
           05  WS-ANO-MES-HOJE         PIC  9(006).
           05  WS-DIA-HOJE             PIC  9(002).

       01  WS-ANO-MES-EDICAO.
           05  WS-AME-ANO              PIC  9(004).
           05  WS-AME-MES              PIC  9(002).

      *----------------------------------------------------------------*
      * GERACAO DO RESUMO - DOCUMENTO EM TRATAMENTO E CONTROLES        *
      *----------------------------------------------------------------*
       77  WS-ANO-MES-DOC              PIC  9(006)         VALUE ZEROS.
       77  WS-CLIENTE-DOC              PIC  9(007)         VALUE ZEROS.
       77  WS-VEND-DOC                 PIC  9(003)         VALUE ZEROS.
       77  WS-REGIAO-DOC               PIC  9(003)         VALUE ZEROS.
       77  WS-SALDO-TITULO             PIC S9(009)V9(002)  VALUE ZEROS.
       77  WS-QTD-LINHAS               PIC  9(005)         VALUE ZEROS.
       77  WS-QTD-ERROS                PIC  9(005)         VALUE ZEROS.
       77  WS-ED-QTD                   PIC  9(005)         VALUE ZEROS.
       77  WS-SW-CLI-DISP              PIC  X(001)         VALUE "N".
           88  ARQ-CLI-DISPONIVEL           VALUE "S".
       77  WS-SW-RESUMO-EXISTE         PIC  X(001)         VALUE "N".
           88  RESUMO-EXISTE                VALUE "S".

      *----------------------------------------------------------------*
      * TRILHA DE AUDITORIA DO FECHAMENTO E DA REABERTURA              *
      *----------------------------------------------------------------*
       77  WS-AUD-OPERACAO             PIC  X(001)         VALUE SPACES.
       77  WS-AUD-DESC-ANTERIOR        PIC  X(040)         VALUE SPACES.
       77  WS-AUD-DESCRICAO            PIC  X(040)         VALUE SPACES.

      *----------------------------------------------------------------*
      * RELATORIO DO RESUMO CONGELADO                                  *
      *----------------------------------------------------------------*
       01  WS-TOTAIS-GERAIS.
           05  WS-TOT-QTD-ENT          PIC  9(007)         VALUE ZEROS.
           05  WS-TOT-VLR-ENT          PIC  9(011)V9(002)  VALUE ZEROS.
           05  WS-TOT-QTD-FAT          PIC  9(007)         VALUE ZEROS.
           05  WS-TOT-VLR-FAT          PIC  9(011)V9(002)  VALUE ZEROS.
           05  WS-TOT-QTD-CAN          PIC  9(007)         VALUE ZEROS.
           05  WS-TOT-VLR-CAN          PIC  9(011)V9(002)  VALUE ZEROS.
           05  WS-TOT-VLR-REC          PIC  9(011)V9(002)  VALUE ZEROS.
           05  WS-TOT-QTD-ABE          PIC  9(007)         VALUE ZEROS.
           05  WS-TOT-VLR-ABE          PIC  9(011)V9(002)  VALUE ZEROS.

       01  WS-LIN-SEPARADOR            PIC  X(132)         VALUE ALL
           "-".

       01  WS-LIN-CAB-PERIODO.
           05  FILLER                  PIC  X(028)         VALUE
               "RESUMO CONGELADO DO PERIODO ".
           05  WS-CAB-MES              PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE "/".
           05  WS-CAB-ANO              PIC  9(004).
           05  FILLER                  PIC  X(003)         VALUE " - ".
           05  WS-CAB-SITUACAO         PIC  X(008).
           05  FILLER                  PIC  X(012)         VALUE
               " - FECHADO: ".
           05  WS-CAB-DATA-FECHA       PIC  9(008).
           05  FILLER                  PIC  X(005)         VALUE
               " POR ".
           05  WS-CAB-USUARIO-FECHA    PIC  X(008).
           05  FILLER                  PIC  X(014)         VALUE
               " REABERTURAS: ".
           05  WS-CAB-QTD-REAB         PIC  ZZ9.

       01  WS-LIN-CAB-COLUNAS.
           05  FILLER                  PIC  X(010)         VALUE
               "VEND REG  ".
           05  FILLER                  PIC  X(023)         VALUE
               "    DIG   VLR DIGITADO ".
           05  FILLER                  PIC  X(023)         VALUE
               "    FAT  VLR FATURADO  ".
           05  FILLER                  PIC  X(023)         VALUE
               "   CANC VLR CANCELADO  ".
           05  FILLER                  PIC  X(015)         VALUE
               "  VLR RECEBIDO ".
           05  FILLER                  PIC  X(022)         VALUE
               " TIT.AB SALDO A RECEB.".

       01  WS-LIN-DETALHE.
           05  WS-DET-VEND             PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-REGIAO           PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-QTD-ENT          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-VLR-ENT          PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-QTD-FAT          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-VLR-FAT          PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-QTD-CAN          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-VLR-CAN          PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-VLR-REC          PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-QTD-ABE          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-VLR-ABE          PIC  ZZZZZZZZZZ9,99.

       01  WS-LIN-TOTAL.
           05  FILLER                  PIC  X(010)         VALUE
               "TOTAL     ".
           05  WS-TOT-ED-QTD-ENT       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-TOT-ED-VLR-ENT       PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-TOT-ED-QTD-FAT       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-TOT-ED-VLR-FAT       PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-TOT-ED-QTD-CAN       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-TOT-ED-VLR-CAN       PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-TOT-ED-VLR-REC       PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-TOT-ED-QTD-ABE       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-TOT-ED-VLR-ABE       PIC  ZZZZZZZZZZ9,99.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG066L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG066L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO                                        *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG066
                                          QTD-LINHAS-LNKG066
           MOVE SPACES                 TO MSG-RETORNO-LNKG066

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-LNKG066
               WHEN 0
                    PERFORM 2100-CONSULTA-PERIODO
               WHEN 1
                    PERFORM 2200-FECHA-PERIODO
               WHEN 2
                    PERFORM 2300-REABRE-PERIODO
               WHEN 3
                    PERFORM 2400-RELATORIO-RESUMO
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-LNKG066
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-LNKG066
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 0 - SITUACAO DO PERIODO: 'F' FECHADO, 'R' REABERTO OU   *
      * BRANCO (NUNCA FECHADO) - SEM O ArqPeriodo NENHUM MES ESTA      *
      * FECHADO                                                        *
      *----------------------------------------------------------------*
       2100-CONSULTA-PERIODO           SECTION.

           MOVE SPACES                 TO SITUACAO-PERIODO-LNKG066

           OPEN INPUT ARQ-PERIODO

           IF WS-FL-STATUS-PER         EQUAL ZEROS
              MOVE ANO-MES-LNKG066     TO ANO-MES-PER

              READ ARQ-PERIODO

              IF WS-FL-STATUS-PER      EQUAL ZEROS
                 MOVE SITUACAO-PER     TO SITUACAO-PERIODO-LNKG066
                 MOVE QTD-LINHAS-RESUMO-PER
                                       TO QTD-LINHAS-LNKG066
              END-IF

              CLOSE ARQ-PERIODO
           END-IF

           EVALUATE SITUACAO-PERIODO-LNKG066
               WHEN "F"
                    MOVE "PERIODO FECHADO"
                                       TO MSG-RETORNO-LNKG066
               WHEN "R"
                    MOVE "PERIODO REABERTO"
                                       TO MSG-RETORNO-LNKG066
               WHEN OTHER
                    MOVE "PERIODO ABERTO"
                                       TO MSG-RETORNO-LNKG066
           END-EVALUATE

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA O PERIODO INFORMADO - SO MES ANTERIOR AO MES CORRENTE   *
      *----------------------------------------------------------------*
       2150-VALIDA-ANO-MES             SECTION.

           MOVE ANO-MES-LNKG066        TO WS-ANO-MES-EDICAO

           IF WS-AME-MES               LESS 1 OR
              WS-AME-MES               GREATER 12 OR
              ANO-MES-LNKG066          NOT LESS WS-ANO-MES-HOJE
              MOVE 1                   TO COD-RETORNO-LNKG066
              MOVE "PERIODO INVALIDO - INFORME UM MES JA ENCERRADO"
                                       TO MSG-RETORNO-LNKG066
              PERFORM 3000-FINALIZA
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO E REABERTURA SO COM PERFIL SUPERVISOR               *
      *----------------------------------------------------------------*
       2160-VALIDA-SUPERVISOR          SECTION.

           IF PERFIL-OPERADOR-LNKG066  NOT EQUAL 'S'
              MOVE 1                   TO COD-RETORNO-LNKG066
              MOVE "FECHAMENTO E REABERTURA RESTRITOS AO SUPERVISOR"
                                       TO MSG-RETORNO-LNKG066
              PERFORM 3000-FINALIZA
           END-IF

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O CONTROLE DE PERIODOS PARA ATUALIZACAO (CRIA QUANDO NAO  *
      * EXISTE)                                                        *
      *----------------------------------------------------------------*
       2170-ABRE-PERIODO               SECTION.

           OPEN I-O ARQ-PERIODO

           IF WS-FL-STATUS-PER         EQUAL "35"
              OPEN OUTPUT ARQ-PERIODO

              IF WS-FL-STATUS-PER      EQUAL ZEROS
                 CLOSE ARQ-PERIODO
                 OPEN I-O ARQ-PERIODO
              END-IF
           END-IF

           IF WS-FL-STATUS-PER         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG066
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PERIODOS"
                                       TO MSG-RETORNO-LNKG066
              PERFORM 3000-FINALIZA
           END-IF

           .
       2170-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 1 - FECHA O PERIODO: REFAZ O RESUMO DO MES (UM PERIODO  *
      * REABERTO E FECHADO DE NOVO TEM O RESUMO SUBSTITUIDO), MARCA O  *
      * MES COMO FECHADO E GRAVA O FECHAMENTO NA AUDITORIA             *
      *----------------------------------------------------------------*
       2200-FECHA-PERIODO              SECTION.

           PERFORM 2160-VALIDA-SUPERVISOR
           PERFORM 2150-VALIDA-ANO-MES

           PERFORM 2170-ABRE-PERIODO

           MOVE ANO-MES-LNKG066        TO ANO-MES-PER

           READ ARQ-PERIODO

           IF WS-FL-STATUS-PER         EQUAL ZEROS AND PER-FECHADO
              CLOSE ARQ-PERIODO
              MOVE 1                   TO COD-RETORNO-LNKG066
              MOVE "PERIODO JA ESTA FECHADO"
                                       TO MSG-RETORNO-LNKG066
              PERFORM 3000-FINALIZA
           END-IF

           MOVE ZEROS                  TO WS-QTD-LINHAS
                                          WS-QTD-ERROS

           PERFORM 2210-ABRE-RESUMO
           PERFORM 2220-LIMPA-RESUMO

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-CLI-DISP
           ELSE
              MOVE "N"                 TO WS-SW-CLI-DISP
           END-IF

           PERFORM 2230-RESUME-PEDIDOS
           PERFORM 2250-RESUME-TITULOS

           IF ARQ-CLI-DISPONIVEL
              CLOSE ARQ-CLIENTE
           END-IF

           CLOSE ARQ-RESUMO-PER

           IF WS-QTD-ERROS             GREATER ZEROS
              CLOSE ARQ-PERIODO
              MOVE 9                   TO COD-RETORNO-LNKG066
              MOVE "ERRO AO GRAVAR O RESUMO - PERIODO NAO FECHADO"
                                       TO MSG-RETORNO-LNKG066
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2270-MARCA-FECHADO

           CLOSE ARQ-PERIODO

           MOVE "I"                    TO WS-AUD-OPERACAO
           MOVE SPACES                 TO WS-AUD-DESC-ANTERIOR
                                          WS-AUD-DESCRICAO
           MOVE WS-QTD-LINHAS          TO WS-ED-QTD
           STRING "PERIODO FECHADO - LINHAS NO RESUMO: "
                  WS-ED-QTD
                  DELIMITED BY SIZE
                  INTO WS-AUD-DESCRICAO
           PERFORM 2290-GRAVA-AUDITORIA

           MOVE WS-QTD-LINHAS          TO QTD-LINHAS-LNKG066
           MOVE "F"                    TO SITUACAO-PERIODO-LNKG066
           MOVE ZEROS                  TO COD-RETORNO-LNKG066
           STRING "PERIODO FECHADO - LINHAS NO RESUMO: "
                  WS-ED-QTD
                  DELIMITED BY SIZE
                  INTO MSG-RETORNO-LNKG066

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O RESUMO DE PERIODOS PARA ATUALIZACAO (CRIA QUANDO NAO    *
      * EXISTE)                                                        *
      *----------------------------------------------------------------*
       2210-ABRE-RESUMO                SECTION.

           OPEN I-O ARQ-RESUMO-PER

           IF WS-FL-STATUS-RPE         EQUAL "35"
              OPEN OUTPUT ARQ-RESUMO-PER

              IF WS-FL-STATUS-RPE      EQUAL ZEROS
                 CLOSE ARQ-RESUMO-PER
                 OPEN I-O ARQ-RESUMO-PER
              END-IF
           END-IF

           IF WS-FL-STATUS-RPE         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              CLOSE ARQ-PERIODO
              MOVE 9                   TO COD-RETORNO-LNKG066
              MOVE "ERRO NA ABERTURA DO RESUMO DE PERIODOS"
                                       TO MSG-RETORNO-LNKG066
              PERFORM 3000-FINALIZA
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REMOVE O RESUMO ANTERIOR DO MES (PERIODO REABERTO)             *
      *----------------------------------------------------------------*
       2220-LIMPA-RESUMO               SECTION.

           MOVE ANO-MES-LNKG066        TO ANO-MES-RPE
           MOVE ZEROS                  TO COD-VENDEDOR-RPE
                                          COD-REGIAO-RPE

           START ARQ-RESUMO-PER KEY IS NOT LESS THAN CHAVE-RPE

           IF WS-FL-STATUS-RPE         EQUAL ZEROS
              PERFORM 2225-EXCLUI-RESUMO
                      UNTIL WS-FL-STATUS-RPE NOT EQUAL "00"
           END-IF

           MOVE "00"                   TO WS-FL-STATUS-RPE

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUI UMA LINHA DO RESUMO DO MES - UMA LINHA DE OUTRO MES     *
      * ENCERRA A VARREDURA                                            *
      *----------------------------------------------------------------*
       2225-EXCLUI-RESUMO              SECTION.

           READ ARQ-RESUMO-PER NEXT RECORD

           IF WS-FL-STATUS-RPE         EQUAL ZEROS
              IF ANO-MES-RPE           EQUAL ANO-MES-LNKG066
                 DELETE ARQ-RESUMO-PER RECORD
              ELSE
                 MOVE "10"             TO WS-FL-STATUS-RPE
              END-IF
           END-IF

           .
       2225-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESUME OS PEDIDOS DATADOS NO MES: DIGITADOS (TODOS),           *
      * FATURADOS E CANCELADOS, PELA SITUACAO NA DATA DO FECHAMENTO    *
      *----------------------------------------------------------------*
       2230-RESUME-PEDIDOS             SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FL-STATUS-PED         NOT EQUAL ZEROS
              IF ARQ-CLI-DISPONIVEL
                 CLOSE ARQ-CLIENTE
              END-IF
              CLOSE ARQ-RESUMO-PER
              CLOSE ARQ-PERIODO
              MOVE 9                   TO COD-RETORNO-LNKG066
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDO"
                                       TO MSG-RETORNO-LNKG066
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2235-ACUMULA-PEDIDO
                   UNTIL WS-FL-STATUS-PED NOT EQUAL "00"

           CLOSE ARQ-PEDIDO

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA UM PEDIDO DO MES NA LINHA DO VENDEDOR E REGIAO         *
      *----------------------------------------------------------------*
       2235-ACUMULA-PEDIDO             SECTION.

           READ ARQ-PEDIDO NEXT RECORD

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              MOVE DATA-PEDIDO(1:6)    TO WS-ANO-MES-DOC

              IF WS-ANO-MES-DOC        EQUAL ANO-MES-LNKG066
                 MOVE COD-CLIENTE-PED  TO WS-CLIENTE-DOC
                 MOVE COD-VENDEDOR-PED TO WS-VEND-DOC
                 PERFORM 2240-POSICIONA-RESUMO

                 ADD 1                 TO QTD-PED-ENTRADOS-RPE
                 ADD VALOR-PEDIDO      TO VLR-PED-ENTRADOS-RPE

                 IF PED-FATURADO
                    ADD 1              TO QTD-PED-FATURADOS-RPE
                    ADD VALOR-PEDIDO   TO VLR-PED-FATURADOS-RPE
                 END-IF

                 IF PED-CANCELADO
                    ADD 1              TO QTD-PED-CANCELADOS-RPE
                    ADD VALOR-PEDIDO   TO VLR-PED-CANCELADOS-RPE
                 END-IF

                 PERFORM 2245-GRAVA-RESUMO
              END-IF
           END-IF

           .
       2235-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * POSICIONA A LINHA DO RESUMO DO VENDEDOR E DA REGIAO DO CLIENTE *
      * DO DOCUMENTO - CLIENTE NAO ENCONTRADO FICA NA REGIAO ZERO      *
      *----------------------------------------------------------------*
       2240-POSICIONA-RESUMO           SECTION.

           MOVE ZEROS                  TO WS-REGIAO-DOC

           IF ARQ-CLI-DISPONIVEL
              MOVE WS-CLIENTE-DOC      TO COD-CLIENTE

              READ ARQ-CLIENTE

              IF WS-FL-STATUS-CLI      EQUAL ZEROS
                 MOVE COD-REGIAO-CLI   TO WS-REGIAO-DOC
              END-IF
           END-IF

           MOVE ANO-MES-LNKG066        TO ANO-MES-RPE
           MOVE WS-VEND-DOC            TO COD-VENDEDOR-RPE
           MOVE WS-REGIAO-DOC          TO COD-REGIAO-RPE

           READ ARQ-RESUMO-PER

           IF WS-FL-STATUS-RPE         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-RESUMO-EXISTE
           ELSE
              MOVE "N"                 TO WS-SW-RESUMO-EXISTE
              INITIALIZE REG-RESUMO-PERIODO
              MOVE ANO-MES-LNKG066     TO ANO-MES-RPE
              MOVE WS-VEND-DOC         TO COD-VENDEDOR-RPE
              MOVE WS-REGIAO-DOC       TO COD-REGIAO-RPE
              MOVE WS-DATA-HOJE        TO DATA-GERACAO-RPE
           END-IF

           .
       2240-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA (OU REGRAVA) A LINHA DO RESUMO POSICIONADA               *
      *----------------------------------------------------------------*
       2245-GRAVA-RESUMO               SECTION.

           IF RESUMO-EXISTE
              REWRITE REG-RESUMO-PERIODO
           ELSE
              WRITE REG-RESUMO-PERIODO

              IF WS-FL-STATUS-RPE      EQUAL ZEROS
                 ADD 1                 TO WS-QTD-LINHAS
              END-IF
           END-IF

           IF WS-FL-STATUS-RPE         NOT EQUAL ZEROS
              ADD 1                    TO WS-QTD-ERROS
           END-IF

           .
       2245-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESUME OS TITULOS: VALOR PAGO DOS TITULOS COM ULTIMO PAGAMENTO *
      * NO MES E SALDO EM ABERTO DOS TITULOS EMITIDOS ATE O FIM DO MES *
      * - SEM O ArqTitulo O RESUMO FICA SO COM OS PEDIDOS              *
      *----------------------------------------------------------------*
       2250-RESUME-TITULOS             SECTION.

           OPEN INPUT ARQ-TITULO

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              PERFORM 2255-ACUMULA-TITULO
                      UNTIL WS-FL-STATUS-TIT NOT EQUAL "00"

              CLOSE ARQ-TITULO
           END-IF

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA UM TITULO NA LINHA DO VENDEDOR E REGIAO                *
      *----------------------------------------------------------------*
       2255-ACUMULA-TITULO             SECTION.

           READ ARQ-TITULO NEXT RECORD

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              MOVE COD-CLIENTE-TIT     TO WS-CLIENTE-DOC
              MOVE COD-VENDEDOR-TIT    TO WS-VEND-DOC

              MOVE DATA-ULT-PAGTO-TIT(1:6)
                                       TO WS-ANO-MES-DOC

              IF WS-ANO-MES-DOC        EQUAL ANO-MES-LNKG066 AND
                 VALOR-PAGO-TIT        GREATER ZEROS
                 PERFORM 2240-POSICIONA-RESUMO
                 ADD VALOR-PAGO-TIT    TO VLR-RECEBIDO-RPE
                 PERFORM 2245-GRAVA-RESUMO
              END-IF

              MOVE DATA-EMISSAO-TIT(1:6)
                                       TO WS-ANO-MES-DOC
              COMPUTE WS-SALDO-TITULO = VALOR-TIT - VALOR-PAGO-TIT

              IF TIT-ABERTO AND
                 WS-ANO-MES-DOC        NOT GREATER ANO-MES-LNKG066 AND
                 WS-SALDO-TITULO       GREATER ZEROS
                 PERFORM 2240-POSICIONA-RESUMO
                 ADD 1                 TO QTD-TIT-ABERTOS-RPE
                 ADD WS-SALDO-TITULO   TO VLR-ABERTO-RPE
                 PERFORM 2245-GRAVA-RESUMO
              END-IF
           END-IF

           .
       2255-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA O PERIODO COMO FECHADO - A QUANTIDADE DE REABERTURAS E   *
      * PRESERVADA                                                     *
      *----------------------------------------------------------------*
       2270-MARCA-FECHADO              SECTION.

           MOVE ANO-MES-LNKG066        TO ANO-MES-PER

           READ ARQ-PERIODO

           IF WS-FL-STATUS-PER         EQUAL ZEROS
              MOVE "F"                 TO SITUACAO-PER
              MOVE WS-DATA-HOJE        TO DATA-FECHAMENTO-PER
              MOVE ID-OPERADOR-LNKG066 TO USUARIO-FECHAMENTO-PER
              MOVE WS-QTD-LINHAS       TO QTD-LINHAS-RESUMO-PER

              REWRITE REG-PERIODO
           ELSE
              INITIALIZE REG-PERIODO
              MOVE ANO-MES-LNKG066     TO ANO-MES-PER
              MOVE "F"                 TO SITUACAO-PER
              MOVE WS-DATA-HOJE        TO DATA-FECHAMENTO-PER
              MOVE ID-OPERADOR-LNKG066 TO USUARIO-FECHAMENTO-PER
              MOVE WS-QTD-LINHAS       TO QTD-LINHAS-RESUMO-PER

              WRITE REG-PERIODO
           END-IF

           IF WS-FL-STATUS-PER         NOT EQUAL ZEROS
              CLOSE ARQ-PERIODO
              MOVE 9                   TO COD-RETORNO-LNKG066
              MOVE "ERRO AO GRAVAR O CONTROLE DO PERIODO"
                                       TO MSG-RETORNO-LNKG066
              PERFORM 3000-FINALIZA
           END-IF

           .
       2270-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA NA AUDITORIA O FECHAMENTO OU A REABERTURA - ENTIDADE 'F' *
      * (PERIODO), COM O AAAAMM EM COD-REF-AUDIT E DOCUMENTO-AUDIT     *
      *----------------------------------------------------------------*
       2290-GRAVA-AUDITORIA            SECTION.

           OPEN EXTEND ARQ-AUDITORIA

           IF WS-FL-STATUS-AUD         EQUAL "35"
              OPEN OUTPUT ARQ-AUDITORIA
           END-IF

           IF WS-FL-STATUS-AUD         EQUAL ZEROS
              MOVE SPACES              TO REG-AUDITORIA
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO DATA-EXECUCAO-AUDIT
              MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO HORA-AUDIT
              MOVE "F"                 TO TIPO-ENTIDADE-AUDIT
              MOVE ANO-MES-LNKG066     TO COD-REF-AUDIT
              MOVE WS-AUD-OPERACAO     TO OPERACAO-AUDIT
              MOVE ID-OPERADOR-LNKG066 TO OPERADOR-AUDIT
              MOVE WS-AUD-DESC-ANTERIOR
                                       TO DESCRICAO-ANTERIOR-AUDIT
              MOVE WS-AUD-DESCRICAO    TO DESCRICAO-AUDIT
              MOVE ANO-MES-LNKG066     TO DOCUMENTO-AUDIT
              MOVE ZEROS               TO DOCUMENTO-ANTERIOR-AUDIT
                                          LATITUDE-ANTERIOR-AUDIT
                                          LATITUDE-AUDIT
                                          LONGITUDE-ANTERIOR-AUDIT
                                          LONGITUDE-AUDIT
                                          COD-REGIAO-ANTERIOR-AUDIT
                                          COD-REGIAO-AUDIT
              MOVE SPACES              TO CIDADE-ANTERIOR-AUDIT
                                          CIDADE-AUDIT
                                          UF-ANTERIOR-AUDIT
                                          UF-AUDIT

              WRITE REG-AUDITORIA

              CLOSE ARQ-AUDITORIA
           END-IF

           .
       2290-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 2 - REABRE O PERIODO FECHADO: AS ALTERACOES DE          *
      * DOCUMENTOS DATADOS NO MES FICAM LIBERADAS ATE O PROXIMO        *
      * FECHAMENTO; A REABERTURA VAI PARA A AUDITORIA COM O MOTIVO     *
      *----------------------------------------------------------------*
       2300-REABRE-PERIODO             SECTION.

           PERFORM 2160-VALIDA-SUPERVISOR
           PERFORM 2150-VALIDA-ANO-MES

           IF MOTIVO-LNKG066           EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-LNKG066
              MOVE "INFORME O MOTIVO DA REABERTURA"
                                       TO MSG-RETORNO-LNKG066
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2170-ABRE-PERIODO

           MOVE ANO-MES-LNKG066        TO ANO-MES-PER

           READ ARQ-PERIODO

           IF WS-FL-STATUS-PER         NOT EQUAL ZEROS OR
              NOT PER-FECHADO
              CLOSE ARQ-PERIODO
              MOVE 1                   TO COD-RETORNO-LNKG066
              MOVE "PERIODO NAO ESTA FECHADO"
                                       TO MSG-RETORNO-LNKG066
              PERFORM 3000-FINALIZA
           END-IF

           MOVE SPACES                 TO WS-AUD-DESC-ANTERIOR
           STRING "FECHADO EM " DATA-FECHAMENTO-PER
                  " POR " USUARIO-FECHAMENTO-PER
                  DELIMITED BY SIZE
                  INTO WS-AUD-DESC-ANTERIOR

           MOVE "R"                    TO SITUACAO-PER
           MOVE WS-DATA-HOJE           TO DATA-REABERTURA-PER
           MOVE ID-OPERADOR-LNKG066    TO USUARIO-REABERTURA-PER
           ADD 1                       TO QTD-REABERTURAS-PER

           REWRITE REG-PERIODO

           IF WS-FL-STATUS-PER         NOT EQUAL ZEROS
              CLOSE ARQ-PERIODO
              MOVE 9                   TO COD-RETORNO-LNKG066
              MOVE "ERRO AO GRAVAR O CONTROLE DO PERIODO"
                                       TO MSG-RETORNO-LNKG066
              PERFORM 3000-FINALIZA
           END-IF

           CLOSE ARQ-PERIODO

           MOVE "A"                    TO WS-AUD-OPERACAO
           MOVE MOTIVO-LNKG066         TO WS-AUD-DESCRICAO
           PERFORM 2290-GRAVA-AUDITORIA

           MOVE "R"                    TO SITUACAO-PERIODO-LNKG066
           MOVE ZEROS                  TO COD-RETORNO-LNKG066
           MOVE "PERIODO REABERTO ATE O PROXIMO FECHAMENTO"
                                       TO MSG-RETORNO-LNKG066

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 3 - RELATORIO DO RESUMO CONGELADO DO PERIODO, UMA LINHA *
      * POR VENDEDOR E REGIAO E O TOTAL DO MES - PERIODO REABERTO      *
      * MOSTRA O RESUMO DO ULTIMO FECHAMENTO                           *
      *----------------------------------------------------------------*
       2400-RELATORIO-RESUMO           SECTION.

           OPEN INPUT ARQ-PERIODO

           IF WS-FL-STATUS-PER         EQUAL ZEROS
              MOVE ANO-MES-LNKG066     TO ANO-MES-PER

              READ ARQ-PERIODO

              CLOSE ARQ-PERIODO
           END-IF

           IF WS-FL-STATUS-PER         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG066
              MOVE "PERIODO NUNCA FECHADO - NAO HA RESUMO"
                                       TO MSG-RETORNO-LNKG066
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-RESUMO-PER

           IF WS-FL-STATUS-RPE         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG066
              MOVE "RESUMO DE PERIODOS NAO ENCONTRADO"
                                       TO MSG-RETORNO-LNKG066
              PERFORM 3000-FINALIZA
           END-IF

           OPEN OUTPUT ARQ-REL-PERIODO

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              CLOSE ARQ-RESUMO-PER
              MOVE 9                   TO COD-RETORNO-LNKG066
              MOVE "ERRO NA ABERTURA DO RELATORIO DO PERIODO"
                                       TO MSG-RETORNO-LNKG066
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2410-CABECALHO

           INITIALIZE WS-TOTAIS-GERAIS
           MOVE ZEROS                  TO WS-QTD-LINHAS

           MOVE ANO-MES-LNKG066        TO ANO-MES-RPE
           MOVE ZEROS                  TO COD-VENDEDOR-RPE
                                          COD-REGIAO-RPE

           START ARQ-RESUMO-PER KEY IS NOT LESS THAN CHAVE-RPE

           IF WS-FL-STATUS-RPE         EQUAL ZEROS
              PERFORM 2420-IMPRIME-LINHA
                      UNTIL WS-FL-STATUS-RPE NOT EQUAL "00"
           END-IF

           PERFORM 2430-IMPRIME-TOTAL

           CLOSE ARQ-RESUMO-PER
           CLOSE ARQ-REL-PERIODO

           MOVE WS-QTD-LINHAS          TO QTD-LINHAS-LNKG066
           MOVE SITUACAO-PER           TO SITUACAO-PERIODO-LNKG066
           MOVE ZEROS                  TO COD-RETORNO-LNKG066
           MOVE "RELATORIO GRAVADO EM ARQRELPERIODO"
                                       TO MSG-RETORNO-LNKG066

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DO RELATORIO COM A SITUACAO DO PERIODO               *
      *----------------------------------------------------------------*
       2410-CABECALHO                  SECTION.

           MOVE ANO-MES-LNKG066        TO WS-ANO-MES-EDICAO
           MOVE WS-AME-MES             TO WS-CAB-MES
           MOVE WS-AME-ANO             TO WS-CAB-ANO
           MOVE DATA-FECHAMENTO-PER    TO WS-CAB-DATA-FECHA
           MOVE USUARIO-FECHAMENTO-PER TO WS-CAB-USUARIO-FECHA
           MOVE QTD-REABERTURAS-PER    TO WS-CAB-QTD-REAB

           IF PER-FECHADO
              MOVE "FECHADO"           TO WS-CAB-SITUACAO
           ELSE
              MOVE "REABERTO"          TO WS-CAB-SITUACAO
           END-IF

           MOVE WS-LIN-SEPARADOR       TO REG-REL-PERIODO
           WRITE REG-REL-PERIODO

           MOVE SPACES                 TO REG-REL-PERIODO
           MOVE WS-LIN-CAB-PERIODO     TO REG-REL-PERIODO
           WRITE REG-REL-PERIODO

           MOVE WS-LIN-SEPARADOR       TO REG-REL-PERIODO
           WRITE REG-REL-PERIODO

           MOVE SPACES                 TO REG-REL-PERIODO
           MOVE WS-LIN-CAB-COLUNAS     TO REG-REL-PERIODO
           WRITE REG-REL-PERIODO

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UMA LINHA DO RESUMO DO MES E ACUMULA O TOTAL - UMA     *
      * LINHA DE OUTRO MES ENCERRA A LEITURA                           *
      *----------------------------------------------------------------*
       2420-IMPRIME-LINHA              SECTION.

           READ ARQ-RESUMO-PER NEXT RECORD

           IF WS-FL-STATUS-RPE         EQUAL ZEROS
              IF ANO-MES-RPE           EQUAL ANO-MES-LNKG066
                 MOVE COD-VENDEDOR-RPE TO WS-DET-VEND
                 MOVE COD-REGIAO-RPE   TO WS-DET-REGIAO
                 MOVE QTD-PED-ENTRADOS-RPE
                                       TO WS-DET-QTD-ENT
                 MOVE VLR-PED-ENTRADOS-RPE
                                       TO WS-DET-VLR-ENT
                 MOVE QTD-PED-FATURADOS-RPE
                                       TO WS-DET-QTD-FAT
                 MOVE VLR-PED-FATURADOS-RPE
                                       TO WS-DET-VLR-FAT
                 MOVE QTD-PED-CANCELADOS-RPE
                                       TO WS-DET-QTD-CAN
                 MOVE VLR-PED-CANCELADOS-RPE
                                       TO WS-DET-VLR-CAN
                 MOVE VLR-RECEBIDO-RPE TO WS-DET-VLR-REC
                 MOVE QTD-TIT-ABERTOS-RPE
                                       TO WS-DET-QTD-ABE
                 MOVE VLR-ABERTO-RPE   TO WS-DET-VLR-ABE

                 MOVE SPACES           TO REG-REL-PERIODO
                 MOVE WS-LIN-DETALHE   TO REG-REL-PERIODO
                 WRITE REG-REL-PERIODO

                 ADD 1                 TO WS-QTD-LINHAS
                 ADD QTD-PED-ENTRADOS-RPE
                                       TO WS-TOT-QTD-ENT
                 ADD VLR-PED-ENTRADOS-RPE
                                       TO WS-TOT-VLR-ENT
                 ADD QTD-PED-FATURADOS-RPE
                                       TO WS-TOT-QTD-FAT
                 ADD VLR-PED-FATURADOS-RPE
                                       TO WS-TOT-VLR-FAT
                 ADD QTD-PED-CANCELADOS-RPE
                                       TO WS-TOT-QTD-CAN
                 ADD VLR-PED-CANCELADOS-RPE
                                       TO WS-TOT-VLR-CAN
                 ADD VLR-RECEBIDO-RPE  TO WS-TOT-VLR-REC
                 ADD QTD-TIT-ABERTOS-RPE
                                       TO WS-TOT-QTD-ABE
                 ADD VLR-ABERTO-RPE    TO WS-TOT-VLR-ABE
              ELSE
                 MOVE "10"             TO WS-FL-STATUS-RPE
              END-IF
           END-IF

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME O TOTAL DO MES                                         *
      *----------------------------------------------------------------*
       2430-IMPRIME-TOTAL              SECTION.

           MOVE WS-TOT-QTD-ENT         TO WS-TOT-ED-QTD-ENT
           MOVE WS-TOT-VLR-ENT         TO WS-TOT-ED-VLR-ENT
           MOVE WS-TOT-QTD-FAT         TO WS-TOT-ED-QTD-FAT
           MOVE WS-TOT-VLR-FAT         TO WS-TOT-ED-VLR-FAT
           MOVE WS-TOT-QTD-CAN         TO WS-TOT-ED-QTD-CAN
           MOVE WS-TOT-VLR-CAN         TO WS-TOT-ED-VLR-CAN
           MOVE WS-TOT-VLR-REC         TO WS-TOT-ED-VLR-REC
           MOVE WS-TOT-QTD-ABE         TO WS-TOT-ED-QTD-ABE
           MOVE WS-TOT-VLR-ABE         TO WS-TOT-ED-VLR-ABE

           MOVE WS-LIN-SEPARADOR       TO REG-REL-PERIODO
           WRITE REG-REL-PERIODO

           MOVE SPACES                 TO REG-REL-PERIODO
           MOVE WS-LIN-TOTAL           TO REG-REL-PERIODO
           WRITE REG-REL-PERIODO

           .
       2430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF066P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF066P.
      *----------------------------------------------------------------*
