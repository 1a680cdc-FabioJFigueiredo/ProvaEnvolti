       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF080P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF080P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: VARREDURA DE INTEGRIDADE REFERENCIAL DOS        *
      *                ARQUIVOS DE MOVIMENTO: ITENS SEM PEDIDO E       *
      *                PEDIDO COM VALOR DIFERENTE DA SOMA DOS ITENS,   *
      *                TITULO SEM PEDIDO OU COM CLIENTE/VENDEDOR       *
      *                EXCLUIDO, PEDIDO E VISITA COM CLIENTE/VENDEDOR  *
      *                EXCLUIDO OU INEXISTENTE E PROSPECTO CONVERTIDO  *
      *                SEM O CLIENTE NO CADASTRO - CADA ACHADO VAI     *
      *                PARA A LISTA DE PENDENCIAS COM A SEVERIDADE     *
      *                (GRAVE OU AVISO); DEVOLVE 0 = SEM PENDENCIAS,   *
      *                4 = SO AVISOS, 8 = PENDENCIAS GRAVES E          *
      *                9 = ERRO DE ARQUIVO                             *
      * ARQUIVOS.....: ArqCliente, ArqVendedor, ArqPedido,             *
      *                ArqItemPedido, ArqTitulo, ArqVisita,            *
      *                ArqProspecto, ArqPendenciaIntegridade           *
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
           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE
                       ALTERNATE RECORD KEY IS CNPJ
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR
                       ALTERNATE RECORD KEY IS CPF
                       ALTERNATE RECORD KEY IS NOME-VENDEDOR
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-PEDIDO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-PEDIDO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PED.

           SELECT ARQ-ITEM-PED       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-ITEM
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-ITE.

           SELECT ARQ-TITULO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-TITULO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TIT.

           SELECT ARQ-VISITA         ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-VIS.

           SELECT ARQ-PROSPECTO      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-PROSPECTO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PSP.

           SELECT ARQ-PEND-INTEG     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-PIN.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "CLIENTES.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-ITEM-PED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqItemPedido'.
       COPY "ITEMPED.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVisita'.
       COPY "VISITA.CPY".

       FD  ARQ-PROSPECTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqProspecto'.
       COPY "PROSPECT.CPY".

       FD  ARQ-PEND-INTEG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPendenciaIntegridade'.
       COPY "PENDINT.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ITE            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TIT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PSP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PIN            PIC  X(002)         VALUE "00".

       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-QTD-GRAVES               PIC  9(005)         VALUE ZEROS.
       77  WS-QTD-AVISOS               PIC  9(005)         VALUE ZEROS.
       77  WS-QTD-ERROS-LEITURA        PIC  9(003)         VALUE ZEROS.
       77  WS-QTD-ITENS                PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-PEDIDOS              PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-TITULOS              PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-VISITAS              PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-PROSPECTOS           PIC  9(007)         VALUE ZEROS.
       77  WS-ED-QTD                   PIC  ZZZZZZ9.

      *----------------------------------------------------------------*
      * QUEBRA POR PEDIDO NA LEITURA DOS ITENS                         *
      *----------------------------------------------------------------*
       77  WS-PED-CORRENTE             PIC  9(009)         VALUE ZEROS.
       77  WS-VALOR-PED-CORRENTE       PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-SOMA-ITENS               PIC  9(011)V9(002)  VALUE ZEROS.
       77  WS-SW-PED-EXISTE            PIC  X(001)         VALUE "N".
           88  PED-CORRENTE-EXISTE          VALUE "S".

      *----------------------------------------------------------------*
      * SITUACAO DO CLIENTE E DO VENDEDOR CONSULTADOS                  *
      *----------------------------------------------------------------*
       77  WS-COD-CLIENTE-VRF          PIC  9(007)         VALUE ZEROS.
       77  WS-SW-CLIENTE-VRF           PIC  X(001)         VALUE SPACES.
           88  CLIENTE-VRF-ATIVO            VALUE "A".
           88  CLIENTE-VRF-EXCLUIDO         VALUE "E".
           88  CLIENTE-VRF-INEXISTENTE      VALUE "I".
       77  WS-COD-VENDEDOR-VRF         PIC  9(003)         VALUE ZEROS.
       77  WS-SW-VENDEDOR-VRF          PIC  X(001)         VALUE SPACES.
           88  VENDEDOR-VRF-ATIVO           VALUE "A".
           88  VENDEDOR-VRF-EXCLUIDO        VALUE "E".
           88  VENDEDOR-VRF-INEXISTENTE     VALUE "I".

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG080L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG080L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - OS CADASTROS E O ArqPedido SAO       *
      * OBRIGATORIOS; A LISTA DE PENDENCIAS E REFEITA A CADA VARREDURA *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG080
                                          QTD-GRAVES-LNKG080
                                          QTD-AVISOS-LNKG080
                                          WS-QTD-GRAVES
                                          WS-QTD-AVISOS
                                          WS-QTD-ERROS-LEITURA
           MOVE SPACES                 TO MSG-RETORNO-LNKG080

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG080
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTES"
                                       TO MSG-RETORNO-LNKG080
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG080
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE VENDEDORES"
                                       TO MSG-RETORNO-LNKG080
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-PEDIDO

           IF WS-FL-STATUS-PED         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG080
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                       TO MSG-RETORNO-LNKG080
              PERFORM 3000-FINALIZA
           END-IF

           OPEN OUTPUT ARQ-PEND-INTEG

           IF WS-FL-STATUS-PIN         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG080
              MOVE "ERRO NA ABERTURA DA LISTA DE PENDENCIAS"
                                       TO MSG-RETORNO-LNKG080
              PERFORM 3000-FINALIZA
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2100-VARRE-ITENS
           PERFORM 2200-VARRE-PEDIDOS
           PERFORM 2300-VARRE-TITULOS
           PERFORM 2400-VARRE-VISITAS
           PERFORM 2500-VARRE-PROSPECTOS

           MOVE WS-QTD-ITENS           TO WS-ED-QTD
           DISPLAY "PGFJF080P: ITENS DE PEDIDO LIDOS.....: " WS-ED-QTD
           MOVE WS-QTD-PEDIDOS         TO WS-ED-QTD
           DISPLAY "PGFJF080P: PEDIDOS LIDOS.............: " WS-ED-QTD
           MOVE WS-QTD-TITULOS         TO WS-ED-QTD
           DISPLAY "PGFJF080P: TITULOS LIDOS.............: " WS-ED-QTD
           MOVE WS-QTD-VISITAS         TO WS-ED-QTD
           DISPLAY "PGFJF080P: VISITAS LIDAS.............: " WS-ED-QTD
           MOVE WS-QTD-PROSPECTOS      TO WS-ED-QTD
           DISPLAY "PGFJF080P: PROSPECTOS LIDOS..........: " WS-ED-QTD
           MOVE WS-QTD-GRAVES          TO WS-ED-QTD
           DISPLAY "PGFJF080P: PENDENCIAS GRAVES.........: " WS-ED-QTD
           MOVE WS-QTD-AVISOS          TO WS-ED-QTD
           DISPLAY "PGFJF080P: AVISOS....................: " WS-ED-QTD

           IF WS-QTD-ERROS-LEITURA     GREATER ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG080
              MOVE "VARREDURA INCOMPLETA: ERRO DE LEITURA"
                                       TO MSG-RETORNO-LNKG080
           ELSE
              IF WS-QTD-GRAVES         GREATER ZEROS
                 MOVE 8                TO COD-RETORNO-LNKG080
                 MOVE "VARREDURA DE INTEGRIDADE: PENDENCIAS GRAVES"
                                       TO MSG-RETORNO-LNKG080
              ELSE
                 IF WS-QTD-AVISOS      GREATER ZEROS
                    MOVE 4             TO COD-RETORNO-LNKG080
                    MOVE "VARREDURA DE INTEGRIDADE: SO AVISOS"
                                       TO MSG-RETORNO-LNKG080
                 ELSE
                    MOVE ZEROS         TO COD-RETORNO-LNKG080
                    MOVE "VARREDURA DE INTEGRIDADE: SEM PENDENCIAS"
                                       TO MSG-RETORNO-LNKG080
                 END-IF
              END-IF
           END-IF

           MOVE WS-QTD-GRAVES          TO QTD-GRAVES-LNKG080
           MOVE WS-QTD-AVISOS          TO QTD-AVISOS-LNKG080

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA INTEGRAL DOS ITENS, NA ORDEM DA CHAVE (PEDIDO E        *
      * SEQUENCIA): ITEM SEM PEDIDO E, NA QUEBRA DO PEDIDO, SOMA DOS   *
      * ITENS DIFERENTE DO VALOR-PEDIDO - O ArqItemPedido E OPCIONAL   *
      *----------------------------------------------------------------*
       2100-VARRE-ITENS                SECTION.

           MOVE ZEROS                  TO WS-PED-CORRENTE
                                          WS-VALOR-PED-CORRENTE
                                          WS-SOMA-ITENS
           MOVE "N"                    TO WS-SW-PED-EXISTE

           OPEN INPUT ARQ-ITEM-PED

           IF WS-FL-STATUS-ITE         EQUAL ZEROS
              PERFORM 2110-LER-ITEM

              PERFORM 2120-CHECA-ITEM UNTIL
                      WS-FL-STATUS-ITE NOT EQUAL "00"

              IF WS-PED-CORRENTE       GREATER ZEROS
                 PERFORM 2130-FECHA-PEDIDO
              END-IF

              IF WS-FL-STATUS-ITE      NOT EQUAL "10"
                 ADD 1                 TO WS-QTD-ERROS-LEITURA
                 DISPLAY "PGFJF080P: ERRO DE LEITURA NO "
                         "ARQITEMPEDIDO - STATUS " WS-FL-STATUS-ITE
              END-IF

              CLOSE ARQ-ITEM-PED
           ELSE
              DISPLAY "PGFJF080P: ARQITEMPEDIDO AUSENTE - ITENS NAO "
                      "VERIFICADOS - STATUS " WS-FL-STATUS-ITE
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE ITENS                                    *
      *----------------------------------------------------------------*
       2110-LER-ITEM                   SECTION.

           READ ARQ-ITEM-PED NEXT RECORD

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA UM ITEM LIDO - NA TROCA DE PEDIDO FECHA O ANTERIOR E  *
      * LOCALIZA O NOVO NO ArqPedido                                   *
      *----------------------------------------------------------------*
       2120-CHECA-ITEM                 SECTION.

           ADD 1                       TO WS-QTD-ITENS

           IF NUM-PEDIDO-ITEM          NOT EQUAL WS-PED-CORRENTE
              IF WS-PED-CORRENTE       GREATER ZEROS
                 PERFORM 2130-FECHA-PEDIDO
              END-IF

              MOVE NUM-PEDIDO-ITEM     TO WS-PED-CORRENTE
                                          NUM-PEDIDO
              MOVE ZEROS               TO WS-SOMA-ITENS
                                          WS-VALOR-PED-CORRENTE

              READ ARQ-PEDIDO

              IF WS-FL-STATUS-PED      EQUAL ZEROS
                 MOVE "S"              TO WS-SW-PED-EXISTE
                 MOVE VALOR-PEDIDO     TO WS-VALOR-PED-CORRENTE
              ELSE
                 MOVE "N"              TO WS-SW-PED-EXISTE
              END-IF
           END-IF

           ADD VALOR-ITEM              TO WS-SOMA-ITENS

           IF NOT PED-CORRENTE-EXISTE
              INITIALIZE REG-PEND-INTEGRIDADE
              MOVE "G"                 TO SEVERIDADE-PIN
              MOVE 01                  TO TIPO-PIN
              MOVE "ArqItemPedido"     TO ARQUIVO-PIN
              MOVE CHAVE-ITEM          TO CHAVE-PIN
              MOVE VALOR-ITEM          TO VALOR-INFORMADO-PIN
              MOVE "ITEM SEM PEDIDO NO ArqPedido"
                                       TO DESCRICAO-PIN
              PERFORM 2900-GRAVA-PENDENCIA
           END-IF

           PERFORM 2110-LER-ITEM

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA O PEDIDO CORRENTE: VALOR-PEDIDO DIFERENTE DA SOMA DOS    *
      * SEUS ITENS (SO QUANDO O PEDIDO EXISTE)                         *
      *----------------------------------------------------------------*
       2130-FECHA-PEDIDO               SECTION.

           IF PED-CORRENTE-EXISTE AND
              WS-SOMA-ITENS            NOT EQUAL WS-VALOR-PED-CORRENTE
              INITIALIZE REG-PEND-INTEGRIDADE
              MOVE "G"                 TO SEVERIDADE-PIN
              MOVE 02                  TO TIPO-PIN
              MOVE "ArqPedido"         TO ARQUIVO-PIN
              MOVE WS-PED-CORRENTE     TO CHAVE-PIN
              MOVE WS-VALOR-PED-CORRENTE
                                       TO VALOR-INFORMADO-PIN
              MOVE WS-SOMA-ITENS       TO VALOR-APURADO-PIN
              MOVE "VALOR DO PEDIDO DIFERENTE DA SOMA DOS ITENS"
                                       TO DESCRICAO-PIN
              PERFORM 2900-GRAVA-PENDENCIA
           END-IF

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA INTEGRAL DOS PEDIDOS: CLIENTE E VENDEDOR INEXISTENTES  *
      * (GRAVE) OU EXCLUIDOS (AVISO) - PEDIDO CANCELADO E IGNORADO     *
      *----------------------------------------------------------------*
       2200-VARRE-PEDIDOS              SECTION.

           MOVE ZEROS                  TO NUM-PEDIDO

           START ARQ-PEDIDO KEY IS NOT LESS THAN NUM-PEDIDO

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              PERFORM 2210-LER-PEDIDO

              PERFORM 2220-CHECA-PEDIDO UNTIL
                      WS-FL-STATUS-PED NOT EQUAL "00"

              IF WS-FL-STATUS-PED      NOT EQUAL "10"
                 ADD 1                 TO WS-QTD-ERROS-LEITURA
                 DISPLAY "PGFJF080P: ERRO DE LEITURA NO ARQPEDIDO - "
                         "STATUS " WS-FL-STATUS-PED
              END-IF
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE PEDIDOS                                  *
      *----------------------------------------------------------------*
       2210-LER-PEDIDO                 SECTION.

           READ ARQ-PEDIDO NEXT RECORD

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA UM PEDIDO LIDO                                        *
      *----------------------------------------------------------------*
       2220-CHECA-PEDIDO               SECTION.

           ADD 1                       TO WS-QTD-PEDIDOS

           IF NOT PED-CANCELADO
              MOVE COD-CLIENTE-PED     TO WS-COD-CLIENTE-VRF
              PERFORM 2800-VERIFICA-CLIENTE

              IF NOT CLIENTE-VRF-ATIVO
                 INITIALIZE REG-PEND-INTEGRIDADE
                 MOVE 06               TO TIPO-PIN
                 MOVE "ArqPedido"      TO ARQUIVO-PIN
                 MOVE NUM-PEDIDO       TO CHAVE-PIN
                 MOVE COD-CLIENTE-PED  TO COD-CLIENTE-PIN
                 MOVE COD-VENDEDOR-PED TO COD-VENDEDOR-PIN
                 MOVE VALOR-PEDIDO     TO VALOR-INFORMADO-PIN
                 IF CLIENTE-VRF-INEXISTENTE
                    MOVE "G"           TO SEVERIDADE-PIN
                    MOVE "PEDIDO COM CLIENTE INEXISTENTE"
                                       TO DESCRICAO-PIN
                 ELSE
                    MOVE "A"           TO SEVERIDADE-PIN
                    MOVE "PEDIDO COM CLIENTE EXCLUIDO"
                                       TO DESCRICAO-PIN
                 END-IF
                 PERFORM 2900-GRAVA-PENDENCIA
              END-IF

              MOVE COD-VENDEDOR-PED    TO WS-COD-VENDEDOR-VRF
              PERFORM 2810-VERIFICA-VENDEDOR

              IF NOT VENDEDOR-VRF-ATIVO
                 INITIALIZE REG-PEND-INTEGRIDADE
                 MOVE 07               TO TIPO-PIN
                 MOVE "ArqPedido"      TO ARQUIVO-PIN
                 MOVE NUM-PEDIDO       TO CHAVE-PIN
                 MOVE COD-CLIENTE-PED  TO COD-CLIENTE-PIN
                 MOVE COD-VENDEDOR-PED TO COD-VENDEDOR-PIN
                 MOVE VALOR-PEDIDO     TO VALOR-INFORMADO-PIN
                 IF VENDEDOR-VRF-INEXISTENTE
                    MOVE "G"           TO SEVERIDADE-PIN
                    MOVE "PEDIDO COM VENDEDOR INEXISTENTE"
                                       TO DESCRICAO-PIN
                 ELSE
                    MOVE "A"           TO SEVERIDADE-PIN
                    MOVE "PEDIDO COM VENDEDOR EXCLUIDO"
                                       TO DESCRICAO-PIN
                 END-IF
                 PERFORM 2900-GRAVA-PENDENCIA
              END-IF
           END-IF

           PERFORM 2210-LER-PEDIDO

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA INTEGRAL DOS TITULOS: TITULO SEM O PEDIDO DE ORIGEM    *
      * (MESMO NUMERO) E CLIENTE OU VENDEDOR INEXISTENTE OU EXCLUIDO - *
      * O ArqTitulo E OPCIONAL                                         *
      *----------------------------------------------------------------*
       2300-VARRE-TITULOS              SECTION.

           OPEN INPUT ARQ-TITULO

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              PERFORM 2310-LER-TITULO

              PERFORM 2320-CHECA-TITULO UNTIL
                      WS-FL-STATUS-TIT NOT EQUAL "00"

              IF WS-FL-STATUS-TIT      NOT EQUAL "10"
                 ADD 1                 TO WS-QTD-ERROS-LEITURA
                 DISPLAY "PGFJF080P: ERRO DE LEITURA NO ARQTITULO - "
                         "STATUS " WS-FL-STATUS-TIT
              END-IF

              CLOSE ARQ-TITULO
           ELSE
              DISPLAY "PGFJF080P: ARQTITULO AUSENTE - TITULOS NAO "
                      "VERIFICADOS - STATUS " WS-FL-STATUS-TIT
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE TITULOS                                  *
      *----------------------------------------------------------------*
       2310-LER-TITULO                 SECTION.

           READ ARQ-TITULO NEXT RECORD

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA UM TITULO LIDO                                        *
      *----------------------------------------------------------------*
       2320-CHECA-TITULO               SECTION.

           ADD 1                       TO WS-QTD-TITULOS

           MOVE NUM-TITULO             TO NUM-PEDIDO

           READ ARQ-PEDIDO

           IF WS-FL-STATUS-PED         NOT EQUAL ZEROS
              INITIALIZE REG-PEND-INTEGRIDADE
              MOVE "G"                 TO SEVERIDADE-PIN
              MOVE 03                  TO TIPO-PIN
              MOVE "ArqTitulo"         TO ARQUIVO-PIN
              MOVE NUM-TITULO          TO CHAVE-PIN
              MOVE COD-CLIENTE-TIT     TO COD-CLIENTE-PIN
              MOVE COD-VENDEDOR-TIT    TO COD-VENDEDOR-PIN
              MOVE VALOR-TIT           TO VALOR-INFORMADO-PIN
              MOVE "TITULO SEM PEDIDO NO ArqPedido"
                                       TO DESCRICAO-PIN
              PERFORM 2900-GRAVA-PENDENCIA
           END-IF

           MOVE COD-CLIENTE-TIT        TO WS-COD-CLIENTE-VRF
           PERFORM 2800-VERIFICA-CLIENTE

           IF NOT CLIENTE-VRF-ATIVO
              INITIALIZE REG-PEND-INTEGRIDADE
              MOVE 04                  TO TIPO-PIN
              MOVE "ArqTitulo"         TO ARQUIVO-PIN
              MOVE NUM-TITULO          TO CHAVE-PIN
              MOVE COD-CLIENTE-TIT     TO COD-CLIENTE-PIN
              MOVE COD-VENDEDOR-TIT    TO COD-VENDEDOR-PIN
              MOVE VALOR-TIT           TO VALOR-INFORMADO-PIN
              IF CLIENTE-VRF-INEXISTENTE
                 MOVE "G"              TO SEVERIDADE-PIN
                 MOVE "TITULO COM CLIENTE INEXISTENTE"
                                       TO DESCRICAO-PIN
              ELSE
                 MOVE "A"              TO SEVERIDADE-PIN
                 MOVE "TITULO COM CLIENTE EXCLUIDO"
                                       TO DESCRICAO-PIN
              END-IF
              PERFORM 2900-GRAVA-PENDENCIA
           END-IF

           MOVE COD-VENDEDOR-TIT       TO WS-COD-VENDEDOR-VRF
           PERFORM 2810-VERIFICA-VENDEDOR

           IF NOT VENDEDOR-VRF-ATIVO
              INITIALIZE REG-PEND-INTEGRIDADE
              MOVE 05                  TO TIPO-PIN
              MOVE "ArqTitulo"         TO ARQUIVO-PIN
              MOVE NUM-TITULO          TO CHAVE-PIN
              MOVE COD-CLIENTE-TIT     TO COD-CLIENTE-PIN
              MOVE COD-VENDEDOR-TIT    TO COD-VENDEDOR-PIN
              MOVE VALOR-TIT           TO VALOR-INFORMADO-PIN
              IF VENDEDOR-VRF-INEXISTENTE
                 MOVE "G"              TO SEVERIDADE-PIN
                 MOVE "TITULO COM VENDEDOR INEXISTENTE"
                                       TO DESCRICAO-PIN
              ELSE
                 MOVE "A"              TO SEVERIDADE-PIN
                 MOVE "TITULO COM VENDEDOR EXCLUIDO"
                                       TO DESCRICAO-PIN
              END-IF
              PERFORM 2900-GRAVA-PENDENCIA
           END-IF

           PERFORM 2310-LER-TITULO

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA INTEGRAL DAS VISITAS: CLIENTE E VENDEDOR INEXISTENTES  *
      * (GRAVE) OU EXCLUIDOS (AVISO) - O ArqVisita E OPCIONAL          *
      *----------------------------------------------------------------*
       2400-VARRE-VISITAS              SECTION.

           OPEN INPUT ARQ-VISITA

           IF WS-FL-STATUS-VIS         EQUAL ZEROS
              PERFORM 2410-LER-VISITA

              PERFORM 2420-CHECA-VISITA UNTIL
                      WS-FL-STATUS-VIS NOT EQUAL "00"

              IF WS-FL-STATUS-VIS      NOT EQUAL "10"
                 ADD 1                 TO WS-QTD-ERROS-LEITURA
                 DISPLAY "PGFJF080P: ERRO DE LEITURA NO ARQVISITA - "
                         "STATUS " WS-FL-STATUS-VIS
              END-IF

              CLOSE ARQ-VISITA
           ELSE
              DISPLAY "PGFJF080P: ARQVISITA AUSENTE - VISITAS NAO "
                      "VERIFICADAS - STATUS " WS-FL-STATUS-VIS
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE VISITAS                                  *
      *----------------------------------------------------------------*
       2410-LER-VISITA                 SECTION.

           READ ARQ-VISITA NEXT RECORD

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA UMA VISITA LIDA - A CHAVE NA PENDENCIA E A DATA DA    *
      * VISITA, COM O CLIENTE E O VENDEDOR NOS CAMPOS PROPRIOS         *
      *----------------------------------------------------------------*
       2420-CHECA-VISITA               SECTION.

           ADD 1                       TO WS-QTD-VISITAS

           MOVE COD-CLIENTE-VIS        TO WS-COD-CLIENTE-VRF
           PERFORM 2800-VERIFICA-CLIENTE

           IF NOT CLIENTE-VRF-ATIVO
              INITIALIZE REG-PEND-INTEGRIDADE
              MOVE 08                  TO TIPO-PIN
              MOVE "ArqVisita"         TO ARQUIVO-PIN
              MOVE DATA-VISITA         TO CHAVE-PIN
              MOVE COD-CLIENTE-VIS     TO COD-CLIENTE-PIN
              MOVE COD-VENDEDOR-VIS    TO COD-VENDEDOR-PIN
              IF CLIENTE-VRF-INEXISTENTE
                 MOVE "G"              TO SEVERIDADE-PIN
                 MOVE "VISITA A CLIENTE INEXISTENTE"
                                       TO DESCRICAO-PIN
              ELSE
                 MOVE "A"              TO SEVERIDADE-PIN
                 MOVE "VISITA A CLIENTE EXCLUIDO"
                                       TO DESCRICAO-PIN
              END-IF
              PERFORM 2900-GRAVA-PENDENCIA
           END-IF

           MOVE COD-VENDEDOR-VIS       TO WS-COD-VENDEDOR-VRF
           PERFORM 2810-VERIFICA-VENDEDOR

           IF NOT VENDEDOR-VRF-ATIVO
              INITIALIZE REG-PEND-INTEGRIDADE
              MOVE 09                  TO TIPO-PIN
              MOVE "ArqVisita"         TO ARQUIVO-PIN
              MOVE DATA-VISITA         TO CHAVE-PIN
              MOVE COD-CLIENTE-VIS     TO COD-CLIENTE-PIN
              MOVE COD-VENDEDOR-VIS    TO COD-VENDEDOR-PIN
              IF VENDEDOR-VRF-INEXISTENTE
                 MOVE "G"              TO SEVERIDADE-PIN
                 MOVE "VISITA DE VENDEDOR INEXISTENTE"
                                       TO DESCRICAO-PIN
              ELSE
                 MOVE "A"              TO SEVERIDADE-PIN
                 MOVE "VISITA DE VENDEDOR EXCLUIDO"
                                       TO DESCRICAO-PIN
              END-IF
              PERFORM 2900-GRAVA-PENDENCIA
           END-IF

           PERFORM 2410-LER-VISITA

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA INTEGRAL DOS PROSPECTOS: PROSPECTO CONVERTIDO CUJO     *
      * COD-CLIENTE-CONV-PROSP NAO ESTA NO ArqCliente - O ArqProspecto *
      * E OPCIONAL                                                     *
      *----------------------------------------------------------------*
       2500-VARRE-PROSPECTOS           SECTION.

           OPEN INPUT ARQ-PROSPECTO

           IF WS-FL-STATUS-PSP         EQUAL ZEROS
              PERFORM 2510-LER-PROSPECTO

              PERFORM 2520-CHECA-PROSPECTO UNTIL
                      WS-FL-STATUS-PSP NOT EQUAL "00"

              IF WS-FL-STATUS-PSP      NOT EQUAL "10"
                 ADD 1                 TO WS-QTD-ERROS-LEITURA
                 DISPLAY "PGFJF080P: ERRO DE LEITURA NO ARQPROSPECTO "
                         "- STATUS " WS-FL-STATUS-PSP
              END-IF

              CLOSE ARQ-PROSPECTO
           ELSE
              DISPLAY "PGFJF080P: ARQPROSPECTO AUSENTE - PROSPECTOS "
                      "NAO VERIFICADOS - STATUS " WS-FL-STATUS-PSP
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE PROSPECTOS                               *
      *----------------------------------------------------------------*
       2510-LER-PROSPECTO              SECTION.

           READ ARQ-PROSPECTO NEXT RECORD

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA UM PROSPECTO LIDO                                     *
      *----------------------------------------------------------------*
       2520-CHECA-PROSPECTO            SECTION.

           ADD 1                       TO WS-QTD-PROSPECTOS

           IF PROSP-CONVERTIDO
              MOVE COD-CLIENTE-CONV-PROSP
                                       TO WS-COD-CLIENTE-VRF
              PERFORM 2800-VERIFICA-CLIENTE

              IF CLIENTE-VRF-INEXISTENTE
                 INITIALIZE REG-PEND-INTEGRIDADE
                 MOVE "G"              TO SEVERIDADE-PIN
                 MOVE 10               TO TIPO-PIN
                 MOVE "ArqProspecto"   TO ARQUIVO-PIN
                 MOVE COD-PROSPECTO    TO CHAVE-PIN
                 MOVE COD-CLIENTE-CONV-PROSP
                                       TO COD-CLIENTE-PIN
                 MOVE COD-VENDEDOR-PROSP
                                       TO COD-VENDEDOR-PIN
                 MOVE "PROSPECTO CONVERTIDO SEM CLIENTE NO CADASTRO"
                                       TO DESCRICAO-PIN
                 PERFORM 2900-GRAVA-PENDENCIA
              END-IF
           END-IF

           PERFORM 2510-LER-PROSPECTO

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SITUACAO DO CLIENTE WS-COD-CLIENTE-VRF NO CADASTRO: ATIVO,     *
      * EXCLUIDO (EXCLUSAO LOGICA) OU INEXISTENTE                      *
      *----------------------------------------------------------------*
       2800-VERIFICA-CLIENTE           SECTION.

           MOVE WS-COD-CLIENTE-VRF     TO COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              IF CLI-EXCLUIDO
                 MOVE "E"              TO WS-SW-CLIENTE-VRF
              ELSE
                 MOVE "A"              TO WS-SW-CLIENTE-VRF
              END-IF
           ELSE
              MOVE "I"                 TO WS-SW-CLIENTE-VRF
           END-IF

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SITUACAO DO VENDEDOR WS-COD-VENDEDOR-VRF NO CADASTRO: ATIVO,   *
      * EXCLUIDO (EXCLUSAO LOGICA) OU INEXISTENTE                      *
      *----------------------------------------------------------------*
       2810-VERIFICA-VENDEDOR          SECTION.

           MOVE WS-COD-VENDEDOR-VRF    TO COD-VENDEDOR

           READ ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              IF VEND-EXCLUIDO
                 MOVE "E"              TO WS-SW-VENDEDOR-VRF
              ELSE
                 MOVE "A"              TO WS-SW-VENDEDOR-VRF
              END-IF
           ELSE
              MOVE "I"                 TO WS-SW-VENDEDOR-VRF
           END-IF

           .
       2810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA PENDENCIA NA LISTA E CONTA PELA SEVERIDADE           *
      *----------------------------------------------------------------*
       2900-GRAVA-PENDENCIA            SECTION.

           MOVE WS-DATA-HOJE           TO DATA-APURACAO-PIN

           WRITE REG-PEND-INTEGRIDADE

           IF PIN-GRAVE
              ADD 1                    TO WS-QTD-GRAVES
           ELSE
              ADD 1                    TO WS-QTD-AVISOS
           END-IF

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           CLOSE ARQ-CLIENTE
                 ARQ-VENDEDOR
                 ARQ-PEDIDO
                 ARQ-PEND-INTEG

           DISPLAY "PGFJF080P: " MSG-RETORNO-LNKG080

           MOVE COD-RETORNO-LNKG080    TO RETURN-CODE

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF080P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF080P.
      *----------------------------------------------------------------*
