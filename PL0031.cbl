      *----------------------------------------------------------------
      *| Realizado por..:                          Fecha:
      *| Aplicacion.....:
      *| Sistema........:
      *| Area...........:
      *| Descripcion....:  Relatorio da janela da noite: le o log
      *|                    partilhado e mostra, por OPERACAO/FICHEIRO,
      *|                    o tempo de cada passo da ultima noite do
      *|                    PL0014 contra a media das noites anteriores,
      *|                    o caminho critico do arranque da noite a
      *|                    ultima entrega do PL0022 e o cumprimento
      *|                    dos prazos de entrega @PRAZOS - RC 4 quando
      *|                    um prazo falhou ou a tendencia da noite o
      *|                    faz falhar
      *| Funcion........:
      *|
      *----------------------------------------------------------------
      *| Mantenimientos efectuados
      *| --FECHA-- --RESPONSABLE--  --------DESCRIPCION DE AJUSTE------
      *| 15/10/26  PM               Versao inicial - tempos da noite,
      *|                             caminho critico e prazos @PRAZOS
      *| 15/10/26  PM               Tempos da noite contra a media
      *|                             com todos os passos, tambem os
      *|                             posteriores a ultima entrega
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PL0031.
       ENVIRONMENT DIVISION.

       FILE-CONTROL.

       SELECT LOGAUD
                ASSIGN          TO LOGAUD-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-LOG
                ACCESS          IS SEQUENTIAL.

       SELECT RELATO
                ASSIGN          TO RELATO-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-REL
                ACCESS          IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * A LINHA DA CARGA DO PL0012 PODE CHEGAR AS 200 POSICOES
       FD LOGAUD.

       01 REG-LOGAUD PIC X(200).

       FD RELATO.

       01 REG-RELATO PIC X(160).

       WORKING-STORAGE SECTION.

      * Registo com nomes dos campos pretendidos no ecran - alterar
       01 FROW-WK.
           &CAMPOS MSTTBL

      * LOG/AUDITORIA - O MESMO LOG UNICO PARTILHADO DO PL0010
       77 LOGAUD-PATH   PIC X(256) VALUE "C:\PL0010.LOG".
       77 RESERVADA-LOG PIC XX VALUE "00".
       77 LOGAUD-FIM    PIC X VALUE "N".
           88 FIM-LOGAUD          VALUE "Y".
       77 DATA-LOG      PIC 9(08) VALUE ZERO.
       77 HORA-LOG      PIC 9(08) VALUE ZERO.
       77 RETCODE-LOG-ED PIC Z(03)9.
       77 LOG-CORRIDA   PIC X(22) VALUE SPACES.

       77 RELATO-PATH   PIC X(256) VALUE SPACES.
       77 RESERVADA-REL PIC XX VALUE "00".
       77 RELATO-ABERTO PIC X VALUE "N".
           88 RELATO-ESTA-ABERTO  VALUE "Y".

       77 DATA-AGORA    PIC 9(08) VALUE ZERO.
       77 HORA-AGORA    PIC 9(08) VALUE ZERO.
       77 AGORA-ABS     PIC 9(12) COMP VALUE ZERO.

      * NOITES ANTERIORES QUE ENTRAM NA MEDIA (TEXTO 1-2; EM BRANCO =
      * NOITES-OMISSAO) E DESVIO EM % ACIMA DA MEDIA QUE TORNA UM
      * PASSO LENTO (TEXTO 3-5; EM BRANCO = DESVIO-OMISSAO)
       77 NOITES-MEDIA   PIC 9(02) VALUE ZERO.
       77 NOITES-OMISSAO PIC 9(02) VALUE 7.
       77 DESVIO-LIMITE  PIC 9(03) VALUE ZERO.
       77 DESVIO-OMISSAO PIC 9(03) VALUE 50.

      * PRAZOS DE ENTREGA DA NOITE (CATEGORIA RESERVADA @PRAZOS):
      *    ARGBUS            FICHEIRO ENTREGUE PELO PL0022 (COMO NO
      *                      CONTROLO DO PL0014) OU @TODAS PARA A
      *                      ULTIMA ENTREGA DA NOITE
      *    FUNCIO POS 1-4    HORA LIMITE (HHMM)
      *           POS 5-40   DESCRICAO (PARCEIRO)
       77 CATEG-PRAZOS  PIC X(10) VALUE "@PRAZOS".
       77 CATEG-TODAS   PIC X(10) VALUE "@TODAS".

      * LINHA DO LOG PARTIDA NOS SEUS TOKENS (NOME=VALOR; OS TOTAIS
      * EDITADOS FICAM NO TOKEN SEGUINTE AO NOME)
       01 TOK-LOG-BASE.
           02 TOK-LOG OCCURS 16 PIC X(60).
       77 IND-TOK       PIC 9(02) COMP VALUE ZERO.
       77 LIN-DATA      PIC X(08) VALUE SPACES.
       77 LIN-HORA      PIC X(08) VALUE SPACES.
       77 LIN-OPER      PIC X(06) VALUE SPACES.
       77 LIN-FICH      PIC X(40) VALUE SPACES.
       77 LIN-FASE      PIC X(06) VALUE SPACES.
       77 LIN-CORRIDA   PIC X(22) VALUE SPACES.
       77 LIN-RC        PIC X(04) VALUE SPACES.
       77 LIN-INICIO    PIC X(08) VALUE SPACES.
       77 LIN-FIM       PIC X(08) VALUE SPACES.
       77 LIN-INI-ABS   PIC 9(12) COMP VALUE ZERO.
       77 LIN-FIM-ABS   PIC 9(12) COMP VALUE ZERO.
       77 LIN-INI-SEG   PIC 9(05) COMP VALUE ZERO.
       77 LIN-SEG       PIC 9(07) COMP VALUE ZERO.
       77 LIN-NOITE     PIC 9(03) COMP VALUE ZERO.

      * INSTANTE ABSOLUTO EM SEGUNDOS (NUMERO DO DIA x 86400 + HORA)
      * PARA MEDIR INTERVALOS QUE PASSAM A MEIA-NOITE
       77 INST-DATA     PIC 9(08) VALUE ZERO.
       77 INST-HORA     PIC 9(08) VALUE ZERO.
       77 INST-ABS      PIC 9(12) COMP VALUE ZERO.
       77 INST-SEG      PIC 9(05) COMP VALUE ZERO.
       01 HORA-G.
           02 HORA-HH   PIC 9(02).
           02 HORA-MM   PIC 9(02).
           02 HORA-SS   PIC 9(02).
           02 HORA-CC   PIC 9(02).
       01 HORA-N REDEFINES HORA-G PIC 9(08).
       77 HORA-SEG      PIC 9(05) COMP VALUE ZERO.
       77 FIM-SEG       PIC 9(05) COMP VALUE ZERO.

      * NUMERO DO DIA DE UMA DATA AAAAMMDD (DIAS CORRIDOS DESDE UMA
      * ORIGEM FIXA), COMO NO PL0029
       01 DIA-DATA-G.
           02 DIA-ANO   PIC 9(04).
           02 DIA-MES   PIC 9(02).
           02 DIA-DIA   PIC 9(02).
       01 DIA-DATA REDEFINES DIA-DATA-G PIC 9(08).
       77 DIA-A         PIC 9(05) COMP VALUE ZERO.
       77 DIA-M         PIC 9(05) COMP VALUE ZERO.
       77 DIA-PARCELA   PIC 9(09) COMP VALUE ZERO.
       77 DIA-NUMERO    PIC 9(09) COMP VALUE ZERO.

      * NOITES DO PL0014 (LINHAS OPERACAO=NOITE), DA MAIS ANTIGA PARA
      * A MAIS RECENTE; SO AS ULTIMAS 100 INTERESSAM. NOI-ULT-ENT E O
      * TEMPO DO ARRANQUE A ULTIMA ENTREGA DA NOITE
       01 NOI-BASE.
           02 NOI-ENT OCCURS 100.
              03 NOI-DATA      PIC X(08).
              03 NOI-CORRIDA   PIC X(22).
              03 NOI-INI       PIC 9(12) COMP.
              03 NOI-SEG       PIC 9(05) COMP.
              03 NOI-FIM       PIC 9(12) COMP.
              03 NOI-RC        PIC X(04).
              03 NOI-TEM-ENT   PIC X(01).
              03 NOI-ULT-ENT   PIC 9(07) COMP.
       77 TOTAL-NOI     PIC 9(03) COMP VALUE ZERO.
       77 IND-NOI       PIC 9(03) COMP VALUE ZERO.
       77 IND-NOI2      PIC 9(03) COMP VALUE ZERO.
       77 PRIMEIRA-HIST PIC 9(03) COMP VALUE ZERO.
       77 NOITE-ACHADA  PIC X VALUE "N".
           88 NOITE-ESTA-ACHADA   VALUE "Y".

      * PASSOS POR OPERACAO/FICHEIRO: TEMPO NA NOITE E SOMA DOS
      * TEMPOS NAS NOITES ANTERIORES
       01 STP-BASE.
           02 STP-ENT OCCURS 500.
              03 STP-OPER      PIC X(06).
              03 STP-FICH      PIC X(40).
              03 STP-NOITE-SEG PIC 9(07) COMP.
              03 STP-NOITE-N   PIC 9(05) COMP.
              03 STP-HIST-SEG  PIC 9(09) COMP.
              03 STP-HIST-N    PIC 9(05) COMP.
       77 TOTAL-STP     PIC 9(05) COMP VALUE ZERO.
       77 IND-STP       PIC 9(05) COMP VALUE ZERO.

      * ENTREGAS (TRANSM/LIBERA) POR FICHEIRO: FIM NA NOITE E SOMA DO
      * TEMPO DO ARRANQUE A ENTREGA NAS NOITES ANTERIORES
       01 ENT-BASE.
           02 ENT-ENT OCCURS 500.
              03 ENT-FICH      PIC X(40).
              03 ENT-NOITE-FIM PIC 9(12) COMP.
              03 ENT-HIST-SEG  PIC 9(09) COMP.
              03 ENT-HIST-N    PIC 9(05) COMP.
       77 TOTAL-ENT     PIC 9(05) COMP VALUE ZERO.
       77 IND-ENT       PIC 9(05) COMP VALUE ZERO.

      * PASSOS DA NOITE PELA ORDEM DO LOG - O CAMINHO CRITICO VAI DO
      * PRIMEIRO ATE A ULTIMA ENTREGA
       01 CAM-BASE.
           02 CAM-ENT OCCURS 1000.
              03 CAM-OPER      PIC X(06).
              03 CAM-FICH      PIC X(40).
              03 CAM-INI       PIC 9(12) COMP.
              03 CAM-FIM       PIC 9(12) COMP.
              03 CAM-SEG       PIC 9(07) COMP.
              03 CAM-RC        PIC X(04).
       77 TOTAL-CAM     PIC 9(05) COMP VALUE ZERO.
       77 IND-CAM       PIC 9(05) COMP VALUE ZERO.
       77 FIM-CAMINHO   PIC 9(05) COMP VALUE ZERO.
       77 FIM-ANTERIOR  PIC 9(12) COMP VALUE ZERO.

      * TENDENCIA DA NOITE: TEMPO DOS PASSOS JA FEITOS SOBRE A SUA
      * MEDIA (1,00 = NOITE NORMAL)
       77 SOMA-NOITE    PIC 9(09) COMP VALUE ZERO.
       77 SOMA-MEDIA    PIC 9(09) COMP VALUE ZERO.
       77 MEDIA-SEG     PIC 9(07) COMP VALUE ZERO.
       77 TENDENCIA     PIC 9(03)V99 VALUE 1.
       77 TENDENCIA-ED  PIC ZZ9.99.
       77 DESVIO-PCT    PIC S9(07) COMP VALUE ZERO.

      * AVALIACAO DE UM PRAZO
       77 PRZ-ARGBUS    PIC X(20) VALUE SPACES.
       77 PRZ-FUNCIO    PIC X(40) VALUE SPACES.
       77 PRZ-LIMITE-SEG PIC 9(05) COMP VALUE ZERO.
       77 PRZ-LIMITE-ABS PIC 9(12) COMP VALUE ZERO.
       77 PRZ-ENTREGA-ABS PIC 9(12) COMP VALUE ZERO.
       77 PRZ-HIST-SEG  PIC 9(09) COMP VALUE ZERO.
       77 PRZ-HIST-N    PIC 9(05) COMP VALUE ZERO.
       77 PRZ-TIPO      PIC X(08) VALUE SPACES.
       77 PRZ-SITUACAO  PIC X(24) VALUE SPACES.
       77 TOTAL-PRAZOS  PIC 9(05) COMP VALUE ZERO.

      * HORA HH:MM:SS DE UM INSTANTE ABSOLUTO
       77 FMT-ABS       PIC 9(12) COMP VALUE ZERO.
       77 FMT-DIAS      PIC 9(09) COMP VALUE ZERO.
       77 FMT-SEG       PIC 9(05) COMP VALUE ZERO.
       77 FMT-RESTO     PIC 9(05) COMP VALUE ZERO.
       01 FMT-HORA-G.
           02 FMT-HH    PIC 9(02).
           02 FILLER    PIC X(01) VALUE ":".
           02 FMT-MM    PIC 9(02).
           02 FILLER    PIC X(01) VALUE ":".
           02 FMT-SS    PIC 9(02).

      * LINHAS DO RELATORIO
       01 LINHA-PAS VALUE SPACES.
           02 PAS-OPER      PIC X(06).
           02 FILLER        PIC X(01).
           02 PAS-FICH      PIC X(40).
           02 FILLER        PIC X(01).
           02 PAS-NOITE     PIC X(08).
           02 FILLER        PIC X(01).
           02 PAS-MEDIA     PIC X(08).
           02 FILLER        PIC X(01).
           02 PAS-NOITES    PIC X(06).
           02 FILLER        PIC X(01).
           02 PAS-DESVIO    PIC X(07).
           02 FILLER        PIC X(01).
           02 PAS-SITUACAO  PIC X(20).
       01 LINHA-CAM VALUE SPACES.
           02 LCM-INICIO    PIC X(08).
           02 FILLER        PIC X(01).
           02 LCM-FIM       PIC X(08).
           02 FILLER        PIC X(01).
           02 LCM-ESPERA    PIC X(07).
           02 FILLER        PIC X(01).
           02 LCM-SEG       PIC X(08).
           02 FILLER        PIC X(01).
           02 LCM-ACUM      PIC X(08).
           02 FILLER        PIC X(01).
           02 LCM-OPER      PIC X(06).
           02 FILLER        PIC X(01).
           02 LCM-FICH      PIC X(40).
           02 FILLER        PIC X(01).
           02 LCM-RC        PIC X(04).
       01 LINHA-PRZ VALUE SPACES.
           02 LPR-FICH      PIC X(20).
           02 FILLER        PIC X(01).
           02 LPR-LIMITE    PIC X(08).
           02 FILLER        PIC X(01).
           02 LPR-ENTREGA   PIC X(08).
           02 FILLER        PIC X(01).
           02 LPR-TIPO      PIC X(08).
           02 FILLER        PIC X(01).
           02 LPR-SITUACAO  PIC X(24).
           02 FILLER        PIC X(01).
           02 LPR-DESCRICAO PIC X(36).
       77 SEG-ED        PIC Z(07)9.
       77 ESPERA-ED     PIC Z(06)9.
       77 DESVIO-ED     PIC -(05)9.
       77 NOITES-ED     PIC Z(05)9.

      * VARRIMENTO DOS PRAZOS
       77 IND-LOTE      PIC 9(05) COMP VALUE ZERO.

      * TOTAIS
       77 TOTAL-LINHAS  PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-LENTOS  PIC 9(05) COMP VALUE ZERO.
       77 TOTAL-ATRASOS PIC 9(05) COMP VALUE ZERO.
       77 TOTAL-ED      PIC Z(08)9.
       77 TOTAL-ED2     PIC Z(08)9.

       LINKAGE SECTION.
       01 PARAM-WRITE.
           02 OPERACAO     PIC X(6).
           02 FICHEIRO     PIC X(20).
           02 TEXTO        PIC X(160).

       PROCEDURE DIVISION USING PARAM-WRITE.
       INICIO.
      *-------
           MOVE ZERO TO RETURN-CODE
           PERFORM INICIALIZACIONES
           PERFORM ACHA-NOITES
           PERFORM RELE-PASSOS
           PERFORM CALCULA-TENDENCIA
           PERFORM LISTA-PASSOS
           PERFORM LISTA-CAMINHO
           PERFORM AVALIA-PRAZOS
           PERFORM ESCREVE-TOTAIS
           .

       FIN-PROGRAMA.
      *-------------
           PERFORM GRAVA-LOG

           IF RELATO-ESTA-ABERTO
              CLOSE RELATO
           END-IF

           &COMIT WORK
           EXIT PROGRAM.
           STOP RUN.

       INICIALIZACIONES.
      *-----------------
      *    FICHEIRO E O RELATORIO; TEXTO 1-2 TRAZ O NUMERO DE NOITES
      *    DA MEDIA E TEXTO 3-5 O DESVIO (%) QUE TORNA UM PASSO LENTO.
           MOVE NOITES-OMISSAO TO NOITES-MEDIA
           IF TEXTO OF PARAM-WRITE(1:2) NOT = SPACES
              IF TEXTO OF PARAM-WRITE(1:2) NUMERIC
                 AND TEXTO OF PARAM-WRITE(1:2) NOT = "00"
                 MOVE TEXTO OF PARAM-WRITE(1:2) TO NOITES-MEDIA
              ELSE
                 DISPLAY "PL0031 - NUMERO DE NOITES INVALIDO - "
                         TEXTO OF PARAM-WRITE(1:2)
                 MOVE 12 TO RETURN-CODE
                 GO TO FIN-PROGRAMA
              END-IF
           END-IF
           MOVE DESVIO-OMISSAO TO DESVIO-LIMITE
           IF TEXTO OF PARAM-WRITE(3:3) NOT = SPACES
              IF TEXTO OF PARAM-WRITE(3:3) NUMERIC
                 MOVE TEXTO OF PARAM-WRITE(3:3) TO DESVIO-LIMITE
              ELSE
                 DISPLAY "PL0031 - DESVIO (%) INVALIDO - "
                         TEXTO OF PARAM-WRITE(3:3)
                 MOVE 12 TO RETURN-CODE
                 GO TO FIN-PROGRAMA
              END-IF
           END-IF

           MOVE "N" TO RELATO-ABERTO
           MOVE SPACES TO RELATO-PATH
           MOVE FICHEIRO OF PARAM-WRITE TO RELATO-PATH
           OPEN OUTPUT RELATO
           IF RESERVADA-REL NOT = "00"
              DISPLAY "PL0031 - ERRO NA OPEN DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0031 - FILE STATUS = " RESERVADA-REL
              MOVE 16 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           MOVE "Y" TO RELATO-ABERTO

           ACCEPT DATA-AGORA FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME
           MOVE DATA-AGORA TO INST-DATA
           MOVE HORA-AGORA TO INST-HORA
           PERFORM CALCULA-INSTANTE
           MOVE INST-ABS TO AGORA-ABS
           .

       ACHA-NOITES.
      *-------------
      *    PRIMEIRA LEITURA DO LOG: AS NOITES DO PL0014, PELO SEU
      *    ARRANQUE (FASE=INICIO) E FIM (FASE=FIM). A ULTIMA E A NOITE
      *    DO RELATORIO; SEM NENHUMA NAO HA NADA A MEDIR.
           MOVE "N" TO LOGAUD-FIM
           OPEN INPUT LOGAUD
           IF RESERVADA-LOG NOT = "00"
              DISPLAY "PL0031 - NADA - SEM LOG - " LOGAUD-PATH
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           PERFORM LE-LINHA-LOG
           PERFORM EXAMINA-NOITE UNTIL FIM-LOGAUD
           CLOSE LOGAUD

           IF TOTAL-NOI = 0
              DISPLAY "PL0031 - NADA - NENHUMA NOITE DO PL0014 COM "
                      "TEMPOS NO LOG"
              MOVE SPACES TO REG-RELATO
              MOVE "NENHUMA NOITE DO PL0014 COM TEMPOS NO LOG"
                TO REG-RELATO
              PERFORM ESCREVE-LINHA-REL
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

           IF TOTAL-NOI > NOITES-MEDIA
              COMPUTE PRIMEIRA-HIST = TOTAL-NOI - NOITES-MEDIA
           ELSE
              MOVE 1 TO PRIMEIRA-HIST
           END-IF

           MOVE NOI-CORRIDA(TOTAL-NOI) TO LOG-CORRIDA
           MOVE NOI-INI(TOTAL-NOI) TO FMT-ABS
           PERFORM FORMATA-HORA
           MOVE SPACES TO REG-RELATO
           STRING  "JANELA DA NOITE - CORRIDA="   DELIMITED BY SIZE
                   NOI-CORRIDA(TOTAL-NOI)         DELIMITED BY SPACE
                   " ARRANQUE "                   DELIMITED BY SIZE
                   NOI-DATA(TOTAL-NOI)            DELIMITED BY SIZE
                   " "                            DELIMITED BY SIZE
                   FMT-HORA-G                     DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           PERFORM ESCREVE-LINHA-REL

           MOVE SPACES TO REG-RELATO
           IF NOI-FIM(TOTAL-NOI) = 0
              MOVE "PL0014 AINDA NAO TERMINOU" TO REG-RELATO
           ELSE
              MOVE NOI-FIM(TOTAL-NOI) TO FMT-ABS
              PERFORM FORMATA-HORA
              STRING  "PL0014 TERMINADO AS "     DELIMITED BY SIZE
                      FMT-HORA-G                 DELIMITED BY SIZE
                      " RC="                     DELIMITED BY SIZE
                      NOI-RC(TOTAL-NOI)          DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
           END-IF
           PERFORM ESCREVE-LINHA-REL
           .

       EXAMINA-NOITE.
      *---------------
           PERFORM PARTE-LINHA-LOG
           IF LIN-OPER = "NOITE"
              AND LIN-DATA NUMERIC
              AND LIN-HORA NUMERIC
              AND LIN-INICIO NUMERIC
              PERFORM CALCULA-TEMPOS-LINHA
              IF LIN-FASE = "INICIO"
                 PERFORM GUARDA-NOITE
              ELSE
                 IF TOTAL-NOI > 0
                    AND LIN-FIM NUMERIC
                    AND NOI-CORRIDA(TOTAL-NOI) = LIN-CORRIDA
                    MOVE LIN-FIM-ABS TO NOI-FIM(TOTAL-NOI)
                    MOVE LIN-RC      TO NOI-RC(TOTAL-NOI)
                 END-IF
              END-IF
           END-IF
           PERFORM LE-LINHA-LOG
           .

       GUARDA-NOITE.
      *--------------
      *    COM A TABELA CHEIA A NOITE MAIS ANTIGA SAI.
           IF TOTAL-NOI = 100
              PERFORM VARYING IND-NOI FROM 1 BY 1
                      UNTIL IND-NOI > 99
                 MOVE NOI-ENT(IND-NOI + 1) TO NOI-ENT(IND-NOI)
              END-PERFORM
           ELSE
              ADD 1 TO TOTAL-NOI
           END-IF
           MOVE LIN-DATA    TO NOI-DATA(TOTAL-NOI)
           MOVE LIN-CORRIDA TO NOI-CORRIDA(TOTAL-NOI)
           MOVE LIN-INI-ABS TO NOI-INI(TOTAL-NOI)
           MOVE LIN-INI-SEG TO NOI-SEG(TOTAL-NOI)
           MOVE ZERO        TO NOI-FIM(TOTAL-NOI)
           MOVE SPACES      TO NOI-RC(TOTAL-NOI)
           MOVE "N"         TO NOI-TEM-ENT(TOTAL-NOI)
           MOVE ZERO        TO NOI-ULT-ENT(TOTAL-NOI)
           .

       RELE-PASSOS.
      *-------------
      *    SEGUNDA LEITURA: CADA LINHA COM INICIO= E FIM= PERTENCE A
      *    NOITE QUE ARRANCOU ANTES DELA (NAS 24 HORAS ANTERIORES). AS
      *    DA ULTIMA NOITE FORMAM O CAMINHO; AS DAS NOITES ANTERIORES
      *    DENTRO DA MEDIA SOMAM PARA A MEDIA.
           MOVE "N" TO LOGAUD-FIM
           MOVE 1 TO IND-NOI
           OPEN INPUT LOGAUD
           IF RESERVADA-LOG NOT = "00"
              DISPLAY "PL0031 - ERRO NA OPEN DO LOG - " LOGAUD-PATH
              DISPLAY "PL0031 - FILE STATUS = " RESERVADA-LOG
              MOVE 16 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           PERFORM LE-LINHA-LOG
           PERFORM EXAMINA-PASSO UNTIL FIM-LOGAUD
           CLOSE LOGAUD

      *    O CAMINHO ACABA NA ULTIMA ENTREGA DA NOITE; SEM ENTREGA
      *    AINDA, VAI ATE AO ULTIMO PASSO TERMINADO
           MOVE TOTAL-CAM TO FIM-CAMINHO
           PERFORM VARYING IND-CAM FROM TOTAL-CAM BY -1
                   UNTIL IND-CAM < 1
              IF CAM-OPER(IND-CAM) = "TRANSM"
                 OR CAM-OPER(IND-CAM) = "LIBERA"
                 MOVE IND-CAM TO FIM-CAMINHO
                 EXIT PERFORM
              END-IF
           END-PERFORM

      *    OS TEMPOS DA NOITE CONTAM TODOS OS PASSOS, TAL COMO A MEDIA
      *    DAS NOITES ANTERIORES - O CORTE NA ENTREGA E SO DO CAMINHO
           PERFORM VARYING IND-CAM FROM 1 BY 1
                   UNTIL IND-CAM > TOTAL-CAM
              MOVE CAM-OPER(IND-CAM) TO LIN-OPER
              MOVE CAM-FICH(IND-CAM) TO LIN-FICH
              PERFORM ACHA-PASSO
              ADD CAM-SEG(IND-CAM) TO STP-NOITE-SEG(IND-STP)
              ADD 1 TO STP-NOITE-N(IND-STP)
           END-PERFORM
           .

       EXAMINA-PASSO.
      *---------------
           PERFORM PARTE-LINHA-LOG
           IF LIN-OPER NOT = "NOITE"
              AND LIN-OPER NOT = SPACES
              AND LIN-DATA NUMERIC
              AND LIN-HORA NUMERIC
              AND LIN-INICIO NUMERIC
              AND LIN-FIM NUMERIC
              ADD 1 TO TOTAL-LINHAS
              PERFORM CALCULA-TEMPOS-LINHA
              PERFORM ACHA-NOITE-DA-LINHA
              EVALUATE TRUE
                 WHEN LIN-NOITE = 0
                    CONTINUE
                 WHEN LIN-NOITE = TOTAL-NOI
                    PERFORM GUARDA-PASSO-NOITE
                 WHEN LIN-NOITE >= PRIMEIRA-HIST
                    PERFORM GUARDA-PASSO-HIST
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           PERFORM LE-LINHA-LOG
           .

       ACHA-NOITE-DA-LINHA.
      *---------------------
      *    AS LINHAS CHEGAM POR ORDEM DE ESCRITA, PELO QUE A NOITE SO
      *    AVANCA; UMA LINHA MAIS ANTIGA QUE A NOITE CORRENTE FAZ
      *    RECOMECAR A PROCURA.
           IF LIN-INI-ABS < NOI-INI(IND-NOI)
              MOVE 1 TO IND-NOI
           END-IF
           MOVE "N" TO NOITE-ACHADA
           PERFORM AVANCA-NOITE UNTIL NOITE-ESTA-ACHADA

           MOVE ZERO TO LIN-NOITE
           IF LIN-INI-ABS >= NOI-INI(IND-NOI)
              AND LIN-INI-ABS < NOI-INI(IND-NOI) + 86400
              MOVE IND-NOI TO LIN-NOITE
           END-IF
           .

       AVANCA-NOITE.
      *--------------
           IF IND-NOI = TOTAL-NOI
              MOVE "Y" TO NOITE-ACHADA
           ELSE
              IF NOI-INI(IND-NOI + 1) > LIN-INI-ABS
                 MOVE "Y" TO NOITE-ACHADA
              ELSE
                 ADD 1 TO IND-NOI
              END-IF
           END-IF
           .

       GUARDA-PASSO-NOITE.
      *--------------------
           IF TOTAL-CAM = 1000
              DISPLAY "PL0031 - PASSOS A MAIS NA NOITE - MAXIMO 1000"
              MOVE 12 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           ADD 1 TO TOTAL-CAM
           MOVE LIN-OPER    TO CAM-OPER(TOTAL-CAM)
           MOVE LIN-FICH    TO CAM-FICH(TOTAL-CAM)
           MOVE LIN-INI-ABS TO CAM-INI(TOTAL-CAM)
           MOVE LIN-FIM-ABS TO CAM-FIM(TOTAL-CAM)
           MOVE LIN-SEG     TO CAM-SEG(TOTAL-CAM)
           MOVE LIN-RC      TO CAM-RC(TOTAL-CAM)

           IF LIN-OPER = "TRANSM" OR LIN-OPER = "LIBERA"
              PERFORM ACHA-ENTREGA
              MOVE LIN-FIM-ABS TO ENT-NOITE-FIM(IND-ENT)
              PERFORM MARCA-ENTREGA-NOITE
           END-IF
           .

       GUARDA-PASSO-HIST.
      *-------------------
           PERFORM ACHA-PASSO
           ADD LIN-SEG TO STP-HIST-SEG(IND-STP)
           ADD 1 TO STP-HIST-N(IND-STP)

           IF LIN-OPER = "TRANSM" OR LIN-OPER = "LIBERA"
              PERFORM ACHA-ENTREGA
              COMPUTE ENT-HIST-SEG(IND-ENT) = ENT-HIST-SEG(IND-ENT)
                      + LIN-FIM-ABS - NOI-INI(LIN-NOITE)
              ADD 1 TO ENT-HIST-N(IND-ENT)
              PERFORM MARCA-ENTREGA-NOITE
           END-IF
           .

       MARCA-ENTREGA-NOITE.
      *---------------------
      *    GUARDA NA NOITE O TEMPO DO ARRANQUE A SUA ULTIMA ENTREGA.
           IF NOI-TEM-ENT(LIN-NOITE) = "N"
              OR LIN-FIM-ABS - NOI-INI(LIN-NOITE) >
                 NOI-ULT-ENT(LIN-NOITE)
              COMPUTE NOI-ULT-ENT(LIN-NOITE) =
                      LIN-FIM-ABS - NOI-INI(LIN-NOITE)
              MOVE "Y" TO NOI-TEM-ENT(LIN-NOITE)
           END-IF
           .

       ACHA-PASSO.
      *------------
      *    DEIXA EM IND-STP A ENTRADA DE LIN-OPER/LIN-FICH, CRIANDO-A
      *    SE AINDA NAO EXISTIR.
           PERFORM VARYING IND-STP FROM 1 BY 1
                   UNTIL IND-STP > TOTAL-STP
              IF STP-OPER(IND-STP) = LIN-OPER
                 AND STP-FICH(IND-STP) = LIN-FICH
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IND-STP > TOTAL-STP
              IF TOTAL-STP = 500
                 DISPLAY "PL0031 - PASSOS DIFERENTES A MAIS - MAXIMO "
                         "500"
                 MOVE 12 TO RETURN-CODE
                 GO TO FIN-PROGRAMA
              END-IF
              ADD 1 TO TOTAL-STP
              MOVE TOTAL-STP TO IND-STP
              MOVE LIN-OPER TO STP-OPER(IND-STP)
              MOVE LIN-FICH TO STP-FICH(IND-STP)
              MOVE ZERO     TO STP-NOITE-SEG(IND-STP)
              MOVE ZERO     TO STP-NOITE-N(IND-STP)
              MOVE ZERO     TO STP-HIST-SEG(IND-STP)
              MOVE ZERO     TO STP-HIST-N(IND-STP)
           END-IF
           .

       ACHA-ENTREGA.
      *--------------
      *    DEIXA EM IND-ENT A ENTRADA DO FICHEIRO ENTREGUE LIN-FICH,
      *    CRIANDO-A SE AINDA NAO EXISTIR.
           PERFORM VARYING IND-ENT FROM 1 BY 1
                   UNTIL IND-ENT > TOTAL-ENT
              IF ENT-FICH(IND-ENT) = LIN-FICH
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IND-ENT > TOTAL-ENT
              IF TOTAL-ENT = 500
                 DISPLAY "PL0031 - FICHEIROS ENTREGUES A MAIS - "
                         "MAXIMO 500"
                 MOVE 12 TO RETURN-CODE
                 GO TO FIN-PROGRAMA
              END-IF
              ADD 1 TO TOTAL-ENT
              MOVE TOTAL-ENT TO IND-ENT
              MOVE LIN-FICH TO ENT-FICH(IND-ENT)
              MOVE ZERO     TO ENT-NOITE-FIM(IND-ENT)
              MOVE ZERO     TO ENT-HIST-SEG(IND-ENT)
              MOVE ZERO     TO ENT-HIST-N(IND-ENT)
           END-IF
           .

       CALCULA-TENDENCIA.
      *-------------------
      *    TEMPO DA NOITE DOS PASSOS COM HISTORIA SOBRE A MEDIA DOS
      *    MESMOS PASSOS; SEM TERMO DE COMPARACAO A TENDENCIA E 1,00.
           MOVE ZERO TO SOMA-NOITE
           MOVE ZERO TO SOMA-MEDIA
           PERFORM VARYING IND-STP FROM 1 BY 1
                   UNTIL IND-STP > TOTAL-STP
              IF STP-NOITE-N(IND-STP) > 0
                 AND STP-HIST-N(IND-STP) > 0
                 ADD STP-NOITE-SEG(IND-STP) TO SOMA-NOITE
                 COMPUTE SOMA-MEDIA = SOMA-MEDIA
                         + STP-HIST-SEG(IND-STP)
                         * STP-NOITE-N(IND-STP)
                         / STP-HIST-N(IND-STP)
              END-IF
           END-PERFORM
           IF SOMA-MEDIA > 0
              COMPUTE TENDENCIA ROUNDED = SOMA-NOITE / SOMA-MEDIA
           ELSE
              MOVE 1 TO TENDENCIA
           END-IF
           .

       LISTA-PASSOS.
      *--------------
      *    UMA LINHA POR OPERACAO/FICHEIRO DA NOITE COM O SEU TEMPO, A
      *    MEDIA DAS NOITES ANTERIORES E O DESVIO.
           MOVE SPACES TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE NOITES-MEDIA TO NOITES-ED
           MOVE SPACES TO REG-RELATO
           STRING  "PASSOS DA NOITE CONTRA A MEDIA DAS ULTIMAS"
                                                  DELIMITED BY SIZE
                   NOITES-ED                      DELIMITED BY SIZE
                   " NOITES (SEGUNDOS)"           DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO LINHA-PAS
           MOVE "OPERAC"     TO PAS-OPER
           MOVE "FICHEIRO"   TO PAS-FICH
           MOVE "   NOITE"   TO PAS-NOITE
           MOVE "   MEDIA"   TO PAS-MEDIA
           MOVE "NOITES"     TO PAS-NOITES
           MOVE " DESVIO"    TO PAS-DESVIO
           MOVE "SITUACAO"   TO PAS-SITUACAO
           MOVE LINHA-PAS TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL

           PERFORM VARYING IND-STP FROM 1 BY 1
                   UNTIL IND-STP > TOTAL-STP
              IF STP-NOITE-N(IND-STP) > 0
                 PERFORM ESCREVE-PASSO
              END-IF
           END-PERFORM
           .

       ESCREVE-PASSO.
      *---------------
           MOVE SPACES TO LINHA-PAS
           MOVE STP-OPER(IND-STP) TO PAS-OPER
           MOVE STP-FICH(IND-STP) TO PAS-FICH
           MOVE STP-NOITE-SEG(IND-STP) TO SEG-ED
           MOVE SEG-ED TO PAS-NOITE
           MOVE STP-HIST-N(IND-STP) TO NOITES-ED
           MOVE NOITES-ED TO PAS-NOITES

           IF STP-HIST-N(IND-STP) = 0
              MOVE "SEM HISTORICO" TO PAS-SITUACAO
           ELSE
              COMPUTE MEDIA-SEG = STP-HIST-SEG(IND-STP)
                      * STP-NOITE-N(IND-STP) / STP-HIST-N(IND-STP)
              MOVE MEDIA-SEG TO SEG-ED
              MOVE SEG-ED TO PAS-MEDIA
              IF MEDIA-SEG > 0
                 COMPUTE DESVIO-PCT =
                         (STP-NOITE-SEG(IND-STP) - MEDIA-SEG) * 100
                         / MEDIA-SEG
                 MOVE DESVIO-PCT TO DESVIO-ED
                 STRING  DESVIO-ED   DELIMITED BY SIZE
                         "%"         DELIMITED BY SIZE
                         INTO PAS-DESVIO
                 END-STRING
                 IF DESVIO-PCT > DESVIO-LIMITE
                    MOVE "LENTO" TO PAS-SITUACAO
                    ADD 1 TO TOTAL-LENTOS
                 END-IF
              END-IF
           END-IF

           MOVE LINHA-PAS TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           .

       LISTA-CAMINHO.
      *---------------
      *    OS PASSOS DA NOITE DO ARRANQUE DO PL0014 A ULTIMA ENTREGA,
      *    COM A ESPERA ENTRE CADA UM E O ANTERIOR E O TEMPO ACUMULADO
      *    DESDE O ARRANQUE.
           MOVE SPACES TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO REG-RELATO
           STRING  "CAMINHO CRITICO - DO ARRANQUE DA NOITE A"
                                                  DELIMITED BY SIZE
                   " ULTIMA ENTREGA (SEGUNDOS)"   DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO LINHA-CAM
           MOVE "INICIO"     TO LCM-INICIO
           MOVE "FIM"        TO LCM-FIM
           MOVE " ESPERA"    TO LCM-ESPERA
           MOVE "   TEMPO"   TO LCM-SEG
           MOVE "ACUMULAD"   TO LCM-ACUM
           MOVE "OPERAC"     TO LCM-OPER
           MOVE "FICHEIRO"   TO LCM-FICH
           MOVE "RC"         TO LCM-RC
           MOVE LINHA-CAM TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL

           MOVE NOI-INI(TOTAL-NOI) TO FIM-ANTERIOR
           PERFORM VARYING IND-CAM FROM 1 BY 1
                   UNTIL IND-CAM > FIM-CAMINHO
              PERFORM ESCREVE-CAMINHO
           END-PERFORM

           MOVE SPACES TO REG-RELATO
           IF FIM-CAMINHO = 0
              MOVE "NENHUM PASSO COM TEMPOS NESTA NOITE" TO REG-RELATO
           ELSE
              COMPUTE LIN-SEG = CAM-FIM(FIM-CAMINHO)
                              - NOI-INI(TOTAL-NOI)
              MOVE LIN-SEG TO SEG-ED
              MOVE CAM-FIM(FIM-CAMINHO) TO FMT-ABS
              PERFORM FORMATA-HORA
              STRING  "FIM DO CAMINHO AS "      DELIMITED BY SIZE
                      FMT-HORA-G                DELIMITED BY SIZE
                      " -"                      DELIMITED BY SIZE
                      SEG-ED                    DELIMITED BY SIZE
                      " SEGUNDOS DESDE O ARRANQUE"
                                                DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
           END-IF
           PERFORM ESCREVE-LINHA-REL

           MOVE TENDENCIA TO TENDENCIA-ED
           MOVE SPACES TO REG-RELATO
           STRING  "TENDENCIA DA NOITE (TEMPO / MEDIA) ="
                                                DELIMITED BY SIZE
                   TENDENCIA-ED                 DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           PERFORM ESCREVE-LINHA-REL
           .

       ESCREVE-CAMINHO.
      *-----------------
           MOVE SPACES TO LINHA-CAM
           MOVE CAM-INI(IND-CAM) TO FMT-ABS
           PERFORM FORMATA-HORA
           MOVE FMT-HORA-G TO LCM-INICIO
           MOVE CAM-FIM(IND-CAM) TO FMT-ABS
           PERFORM FORMATA-HORA
           MOVE FMT-HORA-G TO LCM-FIM

      *    PASSOS SOBREPOSTOS NAO TEM ESPERA
           IF CAM-INI(IND-CAM) > FIM-ANTERIOR
              COMPUTE LIN-SEG = CAM-INI(IND-CAM) - FIM-ANTERIOR
           ELSE
              MOVE ZERO TO LIN-SEG
           END-IF
           MOVE LIN-SEG TO ESPERA-ED
           MOVE ESPERA-ED TO LCM-ESPERA
           MOVE CAM-SEG(IND-CAM) TO SEG-ED
           MOVE SEG-ED TO LCM-SEG
           COMPUTE LIN-SEG = CAM-FIM(IND-CAM) - NOI-INI(TOTAL-NOI)
           MOVE LIN-SEG TO SEG-ED
           MOVE SEG-ED TO LCM-ACUM
           MOVE CAM-OPER(IND-CAM) TO LCM-OPER
           MOVE CAM-FICH(IND-CAM) TO LCM-FICH
           MOVE CAM-RC(IND-CAM)   TO LCM-RC
           IF CAM-FIM(IND-CAM) > FIM-ANTERIOR
              MOVE CAM-FIM(IND-CAM) TO FIM-ANTERIOR
           END-IF

           MOVE LINHA-CAM TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           .

       AVALIA-PRAZOS.
      *---------------
      *    CADA LINHA @PRAZOS: A HORA LIMITE E A PRIMEIRA A SEGUIR AO
      *    ARRANQUE DA NOITE. ENTREGUE, COMPARA-SE A ENTREGA REAL;
      *    POR ENTREGAR, A PREVISAO E O TEMPO MEDIO DO ARRANQUE A
      *    ENTREGA NAS NOITES ANTERIORES MULTIPLICADO PELA TENDENCIA
      *    DA NOITE (NUNCA ANTES DE AGORA).
           MOVE SPACES TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE "PRAZOS DE ENTREGA @PRAZOS" TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO LINHA-PRZ
           MOVE "FICHEIRO"   TO LPR-FICH
           MOVE "LIMITE"     TO LPR-LIMITE
           MOVE "ENTREGA"    TO LPR-ENTREGA
           MOVE "REAL/PREV"  TO LPR-TIPO
           MOVE "SITUACAO"   TO LPR-SITUACAO
           MOVE "DESCRICAO"  TO LPR-DESCRICAO
           MOVE LINHA-PRZ TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL

           INITIALIZE REG-MSTTBL
           MOVE CATEG-PRAZOS TO CODTBL OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,
           PERFORM VARYING IND-LOTE FROM 1 BY 1
                   UNTIL IND-LOTE > IO-NUMREC
              IF CODTBL OF ARR-REG-MSTTBL(IND-LOTE) = CATEG-PRAZOS
                 MOVE ARGBUS OF ARR-REG-MSTTBL(IND-LOTE) TO PRZ-ARGBUS
                 MOVE FUNCIO OF ARR-REG-MSTTBL(IND-LOTE) TO PRZ-FUNCIO
                 IF PRZ-FUNCIO(1:4) NUMERIC
                    PERFORM AVALIA-PRAZO
                 END-IF
              END-IF
           END-PERFORM

           IF TOTAL-PRAZOS = 0
              MOVE SPACES TO REG-RELATO
              MOVE "NENHUM PRAZO DEFINIDO EM @PRAZOS" TO REG-RELATO
              PERFORM ESCREVE-LINHA-REL
           END-IF
           .

       AVALIA-PRAZO.
      *--------------
           ADD 1 TO TOTAL-PRAZOS
           MOVE PRZ-FUNCIO(1:4) TO HORA-G(1:4)
           MOVE ZERO TO HORA-SS
           MOVE ZERO TO HORA-CC
           COMPUTE PRZ-LIMITE-SEG = HORA-HH * 3600 + HORA-MM * 60
           IF PRZ-LIMITE-SEG > NOI-SEG(TOTAL-NOI)
              COMPUTE PRZ-LIMITE-ABS = NOI-INI(TOTAL-NOI)
                      + PRZ-LIMITE-SEG - NOI-SEG(TOTAL-NOI)
           ELSE
              COMPUTE PRZ-LIMITE-ABS = NOI-INI(TOTAL-NOI) + 86400
                      + PRZ-LIMITE-SEG - NOI-SEG(TOTAL-NOI)
           END-IF

      *    ENTREGA DA NOITE E HISTORIA DO FICHEIRO (OU DA ULTIMA
      *    ENTREGA DE CADA NOITE, COM @TODAS)
           MOVE ZERO TO PRZ-ENTREGA-ABS
           MOVE ZERO TO PRZ-HIST-SEG
           MOVE ZERO TO PRZ-HIST-N
           IF PRZ-ARGBUS = CATEG-TODAS
              IF NOI-TEM-ENT(TOTAL-NOI) = "Y"
                 COMPUTE PRZ-ENTREGA-ABS = NOI-INI(TOTAL-NOI)
                         + NOI-ULT-ENT(TOTAL-NOI)
              END-IF
              PERFORM VARYING IND-NOI2 FROM PRIMEIRA-HIST BY 1
                      UNTIL IND-NOI2 >= TOTAL-NOI
                 IF NOI-TEM-ENT(IND-NOI2) = "Y"
                    ADD NOI-ULT-ENT(IND-NOI2) TO PRZ-HIST-SEG
                    ADD 1 TO PRZ-HIST-N
                 END-IF
              END-PERFORM
           ELSE
              PERFORM VARYING IND-ENT FROM 1 BY 1
                      UNTIL IND-ENT > TOTAL-ENT
                 IF ENT-FICH(IND-ENT) = PRZ-ARGBUS
                    MOVE ENT-NOITE-FIM(IND-ENT) TO PRZ-ENTREGA-ABS
                    MOVE ENT-HIST-SEG(IND-ENT)  TO PRZ-HIST-SEG
                    MOVE ENT-HIST-N(IND-ENT)    TO PRZ-HIST-N
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF

           MOVE SPACES TO PRZ-TIPO
           EVALUATE TRUE
              WHEN PRZ-ENTREGA-ABS > 0
                 MOVE "REAL" TO PRZ-TIPO
                 IF PRZ-ENTREGA-ABS > PRZ-LIMITE-ABS
                    MOVE "FALHADO" TO PRZ-SITUACAO
                    ADD 1 TO TOTAL-ATRASOS
                 ELSE
                    MOVE "CUMPRIDO" TO PRZ-SITUACAO
                 END-IF
              WHEN AGORA-ABS > PRZ-LIMITE-ABS
                 MOVE "NAO ENTREGUE NO PRAZO" TO PRZ-SITUACAO
                 ADD 1 TO TOTAL-ATRASOS
              WHEN PRZ-HIST-N = 0
                 MOVE "SEM HISTORICO" TO PRZ-SITUACAO
              WHEN OTHER
                 MOVE "PREVISTA" TO PRZ-TIPO
                 COMPUTE PRZ-ENTREGA-ABS ROUNDED = NOI-INI(TOTAL-NOI)
                         + PRZ-HIST-SEG / PRZ-HIST-N * TENDENCIA
                 IF PRZ-ENTREGA-ABS < AGORA-ABS
                    MOVE AGORA-ABS TO PRZ-ENTREGA-ABS
                 END-IF
                 IF PRZ-ENTREGA-ABS > PRZ-LIMITE-ABS
                    MOVE "ATRASO PREVISTO" TO PRZ-SITUACAO
                    ADD 1 TO TOTAL-ATRASOS
                 ELSE
                    MOVE "PREVISTO NO PRAZO" TO PRZ-SITUACAO
                 END-IF
           END-EVALUATE

           MOVE SPACES TO LINHA-PRZ
           MOVE PRZ-ARGBUS TO LPR-FICH
           MOVE PRZ-LIMITE-ABS TO FMT-ABS
           PERFORM FORMATA-HORA
           MOVE FMT-HORA-G TO LPR-LIMITE
           IF PRZ-TIPO NOT = SPACES
              MOVE PRZ-ENTREGA-ABS TO FMT-ABS
              PERFORM FORMATA-HORA
              MOVE FMT-HORA-G TO LPR-ENTREGA
           END-IF
           MOVE PRZ-TIPO      TO LPR-TIPO
           MOVE PRZ-SITUACAO  TO LPR-SITUACAO
           MOVE PRZ-FUNCIO(5:36) TO LPR-DESCRICAO
           MOVE LINHA-PRZ TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           .

       ESCREVE-TOTAIS.
      *----------------
      *    TOTAIS; RC 4 QUANDO UM PRAZO FALHOU OU A TENDENCIA DA NOITE
      *    O FAZ FALHAR. OS PASSOS LENTOS SO SAO ASSINALADOS.
           IF TOTAL-ATRASOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE TOTAL-LINHAS TO TOTAL-ED
           MOVE "LINHAS DO LOG COM TEMPOS .........." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-NOI TO TOTAL-ED
           MOVE "NOITES DO PL0014 NO LOG ..........." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-LENTOS TO TOTAL-ED
           MOVE "PASSOS LENTOS ....................." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-PRAZOS TO TOTAL-ED
           MOVE "PRAZOS AVALIADOS .................." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-ATRASOS TO TOTAL-ED
           MOVE "PRAZOS FALHADOS OU EM ATRASO ......" TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           .

       ESCREVE-TOTAL.
      *---------------
           MOVE TOTAL-ED TO REG-RELATO(38:9)
           PERFORM ESCREVE-LINHA-REL
           .

       LE-LINHA-LOG.
      *--------------
           MOVE SPACES TO REG-LOGAUD
           READ LOGAUD
              AT END
                 MOVE "Y" TO LOGAUD-FIM
           END-READ
           .

       PARTE-LINHA-LOG.
      *-----------------
      *    DATA E HORA NOS DOIS PRIMEIROS TOKENS; O RESTO PELO NOME.
      *    NAS LINHAS DE MANUTENCAO O FICHEIRO E A CODTBL.
           MOVE SPACES TO TOK-LOG-BASE
           UNSTRING REG-LOGAUD DELIMITED BY ALL SPACE
              INTO TOK-LOG(1) TOK-LOG(2) TOK-LOG(3) TOK-LOG(4)
                   TOK-LOG(5) TOK-LOG(6) TOK-LOG(7) TOK-LOG(8)
                   TOK-LOG(9) TOK-LOG(10) TOK-LOG(11) TOK-LOG(12)
                   TOK-LOG(13) TOK-LOG(14) TOK-LOG(15) TOK-LOG(16)
           END-UNSTRING

           MOVE TOK-LOG(1)(1:8) TO LIN-DATA
           MOVE TOK-LOG(2)(1:8) TO LIN-HORA
           MOVE SPACES TO LIN-OPER
           MOVE SPACES TO LIN-FICH
           MOVE SPACES TO LIN-FASE
           MOVE SPACES TO LIN-CORRIDA
           MOVE SPACES TO LIN-RC
           MOVE SPACES TO LIN-INICIO
           MOVE SPACES TO LIN-FIM

           PERFORM VARYING IND-TOK FROM 3 BY 1 UNTIL IND-TOK > 16
              EVALUATE TRUE
                 WHEN TOK-LOG(IND-TOK)(1:9) = "OPERACAO="
                    MOVE TOK-LOG(IND-TOK)(10:6) TO LIN-OPER
                 WHEN TOK-LOG(IND-TOK)(1:9) = "FICHEIRO="
                    MOVE TOK-LOG(IND-TOK)(10:40) TO LIN-FICH
                 WHEN TOK-LOG(IND-TOK)(1:7) = "CODTBL="
                    MOVE TOK-LOG(IND-TOK)(8:40) TO LIN-FICH
                 WHEN TOK-LOG(IND-TOK)(1:5) = "FASE="
                    MOVE TOK-LOG(IND-TOK)(6:6) TO LIN-FASE
                 WHEN TOK-LOG(IND-TOK)(1:8) = "CORRIDA="
                    MOVE TOK-LOG(IND-TOK)(9:22) TO LIN-CORRIDA
                 WHEN TOK-LOG(IND-TOK)(1:7) = "INICIO="
                    MOVE TOK-LOG(IND-TOK)(8:8) TO LIN-INICIO
                 WHEN TOK-LOG(IND-TOK)(1:4) = "FIM="
                    MOVE TOK-LOG(IND-TOK)(5:8) TO LIN-FIM
                 WHEN TOK-LOG(IND-TOK) = "RC="
                    AND IND-TOK < 16
                    MOVE TOK-LOG(IND-TOK + 1)(1:4) TO LIN-RC
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           .

       CALCULA-TEMPOS-LINHA.
      *----------------------
      *    INSTANTE DE ARRANQUE: A DATA DA LINHA COM A HORA INICIO=,
      *    NO DIA ANTERIOR SE A CORRIDA ARRANCOU ANTES DA MEIA-NOITE
      *    (INICIO DEPOIS DA HORA DA LINHA). O TEMPO E FIM - INICIO,
      *    MAIS UM DIA QUANDO O FIM PASSOU A MEIA-NOITE.
           MOVE LIN-DATA   TO INST-DATA
           MOVE LIN-INICIO TO INST-HORA
           PERFORM CALCULA-INSTANTE
           MOVE INST-ABS TO LIN-INI-ABS
           MOVE INST-SEG TO LIN-INI-SEG

           MOVE LIN-HORA TO HORA-N
           PERFORM CALCULA-SEGUNDOS
           IF LIN-INI-SEG > HORA-SEG
              SUBTRACT 86400 FROM LIN-INI-ABS
           END-IF

           MOVE ZERO TO LIN-SEG
           IF LIN-FIM NUMERIC
              MOVE LIN-FIM TO HORA-N
              PERFORM CALCULA-SEGUNDOS
              MOVE HORA-SEG TO FIM-SEG
              IF FIM-SEG < LIN-INI-SEG
                 COMPUTE LIN-SEG = FIM-SEG + 86400 - LIN-INI-SEG
              ELSE
                 COMPUTE LIN-SEG = FIM-SEG - LIN-INI-SEG
              END-IF
           END-IF
           COMPUTE LIN-FIM-ABS = LIN-INI-ABS + LIN-SEG
           .

       CALCULA-INSTANTE.
      *------------------
           MOVE INST-DATA TO DIA-DATA
           PERFORM CALCULA-NUMERO-DIA
           MOVE INST-HORA TO HORA-N
           PERFORM CALCULA-SEGUNDOS
           MOVE HORA-SEG TO INST-SEG
           COMPUTE INST-ABS = DIA-NUMERO * 86400 + HORA-SEG
           .

       CALCULA-SEGUNDOS.
      *------------------
           COMPUTE HORA-SEG = HORA-HH * 3600 + HORA-MM * 60 + HORA-SS
           .

       CALCULA-NUMERO-DIA.
      *--------------------
      *    NUMERO DO DIA DE DIA-DATA EM DIA-NUMERO: O ANO COMECA EM
      *    MARCO (JANEIRO E FEVEREIRO CONTAM COMO MESES 13 E 14 DO ANO
      *    ANTERIOR), 365 DIAS POR ANO MAIS OS BISSEXTOS ATE ELE E OS
      *    DIAS DOS MESES ANTERIORES PELA REGRA DOS 153 DIAS POR 5
      *    MESES. SO A DIFERENCA ENTRE DOIS NUMEROS TEM SIGNIFICADO.
           MOVE DIA-ANO TO DIA-A
           MOVE DIA-MES TO DIA-M
           IF DIA-M < 3
              SUBTRACT 1 FROM DIA-A
              ADD 12 TO DIA-M
           END-IF

           COMPUTE DIA-NUMERO = 365 * DIA-A + DIA-DIA
           DIVIDE DIA-A BY 4 GIVING DIA-PARCELA
           ADD DIA-PARCELA TO DIA-NUMERO
           DIVIDE DIA-A BY 100 GIVING DIA-PARCELA
           SUBTRACT DIA-PARCELA FROM DIA-NUMERO
           DIVIDE DIA-A BY 400 GIVING DIA-PARCELA
           ADD DIA-PARCELA TO DIA-NUMERO
           COMPUTE DIA-PARCELA = 153 * (DIA-M - 3) + 2
           DIVIDE 5 INTO DIA-PARCELA
           ADD DIA-PARCELA TO DIA-NUMERO
           .

       FORMATA-HORA.
      *--------------
      *    HORA HH:MM:SS (EM FMT-HORA-G) DO INSTANTE FMT-ABS.
           DIVIDE FMT-ABS BY 86400 GIVING FMT-DIAS REMAINDER FMT-SEG
           DIVIDE FMT-SEG BY 3600 GIVING FMT-HH REMAINDER FMT-RESTO
           DIVIDE FMT-RESTO BY 60 GIVING FMT-MM REMAINDER FMT-SS
           .

       ESCREVE-LINHA-REL.
      *-------------------
           WRITE REG-RELATO
           IF RESERVADA-REL NOT = "00"
              DISPLAY "PL0031 - ERRO NA WRITE DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0031 - FILE STATUS = " RESERVADA-REL
              MOVE 20 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           .

       GRAVA-LOG.
      *-----------
      *    ACRESCENTA UMA LINHA AO LOG DE AUDITORIA PARTILHADO COM OS
      *    TOTAIS E O RETURN-CODE, NO MESMO ESTILO DAS LINHAS QUE O
      *    PL0010 ESCREVE.
           ACCEPT DATA-LOG FROM DATE YYYYMMDD
           ACCEPT HORA-LOG FROM TIME
           MOVE TOTAL-LENTOS  TO TOTAL-ED
           MOVE TOTAL-ATRASOS TO TOTAL-ED2
           MOVE RETURN-CODE   TO RETCODE-LOG-ED

           OPEN EXTEND LOGAUD
           IF RESERVADA-LOG NOT = "00"
              OPEN OUTPUT LOGAUD
           END-IF

           IF RESERVADA-LOG = "00"
              MOVE SPACES TO REG-LOGAUD
              STRING  DATA-LOG             DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      HORA-LOG             DELIMITED BY SIZE
                      " OPERACAO=PRAZOS"   DELIMITED BY SIZE
                      " LENTOS="           DELIMITED BY SIZE
                      TOTAL-ED             DELIMITED BY SIZE
                      " ATRASOS="          DELIMITED BY SIZE
                      TOTAL-ED2            DELIMITED BY SIZE
                      " RC="               DELIMITED BY SIZE
                      RETCODE-LOG-ED       DELIMITED BY SIZE
                      " CORRIDA="          DELIMITED BY SIZE
                      LOG-CORRIDA          DELIMITED BY SPACE
                      INTO REG-LOGAUD
              END-STRING
              WRITE REG-LOGAUD
              CLOSE LOGAUD
           END-IF
           .
