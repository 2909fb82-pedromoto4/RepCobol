      *| 02/09/26  PM               Passos de manutencao no controlo:
      *|                             TEXTO desdobrado em ARGBUS/FUNCIO
      *|                             e NOVA-VAR alargado a 20
      *| 15/10/26  PM               Passo ORFAOS chama o varrimento
      *|                             de orfaos @REFERE (PL0023)
      *| 15/10/26  PM               Identificacao da corrida da noite
      *|                             (PL0014CORRIDA) passada aos
      *|                             passos e escrita no RESUMO
      *| 15/10/26  PM               Tempo de cada passo e linhas
      *|                             OPERACAO=NOITE de inicio e fim
      *|                             da noite no log partilhado
      *| 15/10/26  PM               Linha NOITE FASE=FIM so quando
      *|                             a noite chegou a arrancar
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
                FILE STATUS     IS RESERVADA-RES
                ACCESS          IS SEQUENTIAL.

       SELECT LOGAUD
                ASSIGN          TO LOGAUD-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-LOG
                ACCESS          IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * (INSERT/UPDATE/DELETE) O TEXTO DESDOBRA-SE EM ARGBUS (29-48)
      * E FUNCIO (49-88), QUE SEGUEM PARA O PL0010 EM NOVA-VAR E
      * TEXTO RESPETIVAMENTE - E O QUE PERMITE AO SINCRONIZADOR
      * PL0019 GERAR UM CONTROLO PRONTO A CORRER. UM PASSO ORFAOS
      * (FICHEIRO = RELATORIO) CHAMA O VARRIMENTO DE ORFAOS PL0023
       01 REG-CONTROLO.
           02 CTL-OPERACAO PIC X(06).
           02 FILLER       PIC X(01).

       FD RESUMO.

       01 REG-RESUMO PIC X(160).

       FD LOGAUD.

       01 REG-LOGAUD PIC X(160).

       WORKING-STORAGE SECTION.

       77 RESUMO-ABERTO PIC X VALUE "N".
           88 RESUMO-ESTA-ABERTO  VALUE "Y".

      * LOG/AUDITORIA - O MESMO LOG UNICO PARTILHADO DO PL0010: UMA
      * LINHA OPERACAO=NOITE NO ARRANQUE (FASE=INICIO) E OUTRA NO FIM
      * (FASE=FIM) MARCAM A JANELA DA NOITE PARA O PL0031
       77 LOGAUD-PATH   PIC X(256) VALUE "C:\PL0010.LOG".
       77 RESERVADA-LOG PIC XX VALUE "00".
       77 DATA-LOG      PIC 9(08) VALUE ZERO.
       77 HORA-LOG      PIC 9(08) VALUE ZERO.
       77 FASE-LOG      PIC X(06) VALUE SPACES.

      * PARAMETROS DE CADA CHAMADA AO PL0010 - MESMO DESENHO QUE OS
      * PASSOS HOJE LANCADOS A MAO PELO ESCALONADOR
       01 PARAM-WRITE.
           02 TEXTO        PIC X(160).
       01 NOVA-VAR         PIC X(20).

      * IDENTIFICACAO DA NOITE (PL0014+AAAAMMDD+HHMMSSCC) - OS PASSOS
      * DE MANUTENCAO DO PL0010 HERDAM-NA PELA VARIAVEL DE AMBIENTE
      * PL0014CORRIDA E O JORNAL GUARDA-A, PARA QUE O PL0025 POSSA
      * DESFAZER A NOITE INTEIRA DE UMA SO VEZ
       77 CORRIDA-ID    PIC X(22) VALUE SPACES.
       77 DATA-CORRIDA  PIC 9(08) VALUE ZERO.
       77 HORA-CORRIDA  PIC 9(08) VALUE ZERO.

      * CONTADORES DA NOITE
       77 TOTAL-PASSOS   PIC 9(05) COMP VALUE ZERO.
       77 PASSOS-FALHADOS PIC 9(05) COMP VALUE ZERO.
       77 FALHADOS-ED    PIC Z(04)9.
       77 RC-ED          PIC Z(03)9.

      * TEMPOS (HHMMSSCC) DA NOITE E DE CADA PASSO, E DURACAO EM
      * CENTESIMAS DE SEGUNDO PARA O RESUMO
       77 HORA-INICIO-NOITE PIC 9(08) VALUE ZERO.
       77 HORA-FIM-NOITE    PIC 9(08) VALUE ZERO.
       77 HORA-INICIO-PASSO PIC 9(08) VALUE ZERO.
       77 HORA-FIM-PASSO    PIC 9(08) VALUE ZERO.
       77 HORA-DE           PIC 9(08) VALUE ZERO.
       77 HORA-ATE          PIC 9(08) VALUE ZERO.
       01 HORA-G.
           02 HORA-HH        PIC 9(02).
           02 HORA-MM        PIC 9(02).
           02 HORA-SS        PIC 9(02).
           02 HORA-CC        PIC 9(02).
       01 HORA-N REDEFINES HORA-G PIC 9(08).
       77 CENT-DE           PIC 9(09) COMP VALUE ZERO.
       77 CENT-ATE          PIC 9(09) COMP VALUE ZERO.
       77 DURACAO-CENT      PIC 9(09) COMP VALUE ZERO.
       77 DURACAO-SEG       PIC 9(07)V99 VALUE ZERO.
       77 DURACAO-ED        PIC Z(06)9.99.

       LINKAGE SECTION.
       01 PARAM-DRIVER.
           02 FICHEIRO-CTL PIC X(256).
       PROCEDURE DIVISION USING PARAM-DRIVER.
       INICIO.
      *-------
           ACCEPT HORA-INICIO-NOITE FROM TIME
           PERFORM INICIALIZACIONES
           PERFORM LE-PASSO
           PERFORM TRATA-PASSO UNTIL FIM-CONTROLO

       FIN-PROGRAMA.
      *-------------
      *    UMA NOITE QUE NAO CHEGOU A ARRANCAR (SEM CORRIDA) NAO TEM
      *    LINHA DE INICIO NO LOG - NEM LEVA A DE FIM
           IF CORRIDA-ID NOT = SPACES
              MOVE "FIM" TO FASE-LOG
              PERFORM GRAVA-LOG-NOITE
           END-IF

           IF CONTROLO-ESTA-ABERTO
              CLOSE CONTROLO
           END-IF
              CLOSE RESUMO
           END-IF

      *    A IDENTIFICACAO DA NOITE NAO PASSA PARA LA DO CONDUTOR
           MOVE SPACES TO CORRIDA-ID
           DISPLAY "PL0014CORRIDA" UPON ENVIRONMENT-NAME
           DISPLAY CORRIDA-ID UPON ENVIRONMENT-VALUE

           MOVE MAIOR-RC TO RETURN-CODE
           EXIT PROGRAM.
           STOP RUN.
              GO TO FIN-PROGRAMA
           END-IF
           MOVE "Y" TO RESUMO-ABERTO

           ACCEPT DATA-CORRIDA FROM DATE YYYYMMDD
           ACCEPT HORA-CORRIDA FROM TIME
           MOVE SPACES TO CORRIDA-ID
           STRING  "PL0014"      DELIMITED BY SIZE
                   DATA-CORRIDA  DELIMITED BY SIZE
                   HORA-CORRIDA  DELIMITED BY SIZE
                   INTO CORRIDA-ID
           END-STRING
           DISPLAY "PL0014CORRIDA" UPON ENVIRONMENT-NAME
           DISPLAY CORRIDA-ID UPON ENVIRONMENT-VALUE
           DISPLAY "PL0014 - CORRIDA = " CORRIDA-ID
           MOVE "INICIO" TO FASE-LOG
           PERFORM GRAVA-LOG-NOITE

           MOVE SPACES TO REG-RESUMO
           STRING  "CORRIDA="    DELIMITED BY SIZE
                   CORRIDA-ID    DELIMITED BY SIZE
                   INTO REG-RESUMO
           END-STRING
           PERFORM ESCREVE-LINHA-RES
           .

       LE-PASSO.
              END-IF

              MOVE ZERO TO RETURN-CODE
              ACCEPT HORA-INICIO-PASSO FROM TIME
      *       O VARRIMENTO DE ORFAOS @REFERE (ORFAOS) TEM PROGRAMA
      *       PROPRIO; O SEU RC 4 (HA ORFAOS) SOBE AO MAIOR-RC DA
      *       NOITE COMO O DE QUALQUER OUTRO PASSO
              IF CTL-OPERACAO = "ORFAOS"
                 CALL "PL0023" USING PARAM-WRITE
                    ON EXCEPTION
                       DISPLAY "PL0014 - PL0023 INDISPONIVEL"
                       MOVE 16 TO RETURN-CODE
                 END-CALL
              ELSE
                 CALL "PL0010" USING PARAM-WRITE NOVA-VAR
                    ON EXCEPTION
                       DISPLAY "PL0014 - PL0010 INDISPONIVEL"
                       MOVE 16 TO RETURN-CODE
                 END-CALL
              END-IF
              ACCEPT HORA-FIM-PASSO FROM TIME
              MOVE RETURN-CODE TO PASSO-RC
              MOVE ZERO TO RETURN-CODE

      *---------------------
           MOVE TOTAL-PASSOS TO PASSOS-ED
           MOVE PASSO-RC     TO RC-ED
           MOVE HORA-INICIO-PASSO TO HORA-DE
           MOVE HORA-FIM-PASSO    TO HORA-ATE
           PERFORM CALCULA-DURACAO
           MOVE SPACES TO REG-RESUMO
           STRING  "PASSO "      DELIMITED BY SIZE
                   PASSOS-ED     DELIMITED BY SIZE
                   CTL-TEXTO(1:10) DELIMITED BY SIZE
                   " RC="        DELIMITED BY SIZE
                   RC-ED         DELIMITED BY SIZE
                   " INICIO="    DELIMITED BY SIZE
                   HORA-INICIO-PASSO DELIMITED BY SIZE
                   " FIM="       DELIMITED BY SIZE
                   HORA-FIM-PASSO DELIMITED BY SIZE
                   " SEGUNDOS="  DELIMITED BY SIZE
                   DURACAO-ED    DELIMITED BY SIZE
                   INTO REG-RESUMO
           END-STRING
           PERFORM ESCREVE-LINHA-RES
           MOVE TOTAL-PASSOS    TO PASSOS-ED
           MOVE PASSOS-FALHADOS TO FALHADOS-ED
           MOVE MAIOR-RC        TO RC-ED
           ACCEPT HORA-FIM-NOITE FROM TIME
           MOVE HORA-INICIO-NOITE TO HORA-DE
           MOVE HORA-FIM-NOITE    TO HORA-ATE
           PERFORM CALCULA-DURACAO

           MOVE SPACES TO REG-RESUMO
           STRING  "RESUMO PASSOS="    DELIMITED BY SIZE
                   FALHADOS-ED         DELIMITED BY SIZE
                   " MAIOR-RC="        DELIMITED BY SIZE
                   RC-ED               DELIMITED BY SIZE
                   " INICIO="          DELIMITED BY SIZE
                   HORA-INICIO-NOITE   DELIMITED BY SIZE
                   " FIM="             DELIMITED BY SIZE
                   HORA-FIM-NOITE      DELIMITED BY SIZE
                   " SEGUNDOS="        DELIMITED BY SIZE
                   DURACAO-ED          DELIMITED BY SIZE
                   INTO REG-RESUMO
           END-STRING
           PERFORM ESCREVE-LINHA-RES
              GO TO FIN-PROGRAMA
           END-IF
           .

       CALCULA-DURACAO.
      *-----------------
      *    DURACAO ENTRE HORA-DE E HORA-ATE (HHMMSSCC) EM CENTESIMAS E
      *    EDITADA EM SEGUNDOS; UM FIM ANTES DO INICIO PASSOU A
      *    MEIA-NOITE.
           MOVE HORA-DE TO HORA-N
           COMPUTE CENT-DE = ((HORA-HH * 60 + HORA-MM) * 60
                             + HORA-SS) * 100 + HORA-CC
           MOVE HORA-ATE TO HORA-N
           COMPUTE CENT-ATE = ((HORA-HH * 60 + HORA-MM) * 60
                              + HORA-SS) * 100 + HORA-CC
           IF CENT-ATE < CENT-DE
              ADD 8640000 TO CENT-ATE
           END-IF
           COMPUTE DURACAO-CENT = CENT-ATE - CENT-DE
           COMPUTE DURACAO-SEG = DURACAO-CENT / 100
           MOVE DURACAO-SEG TO DURACAO-ED
           .

       GRAVA-LOG-NOITE.
      *-----------------
      *    MARCA NO LOG PARTILHADO O ARRANQUE E O FIM DA NOITE, COM O
      *    INSTANTE DE ARRANQUE (INICIO=) EM AMBAS AS LINHAS E A
      *    IDENTIFICACAO DA CORRIDA; A LINHA DO FIM LEVA OS TOTAIS E O
      *    MAIOR RETURN-CODE. SEM FICHEIRO= NEM REGISTOS= - NAO CONTA
      *    COMO EXPORTACAO NOS TOTAIS DO DIA NEM NO PONTO DE PARTIDA
      *    DO DELTA.
           ACCEPT DATA-LOG FROM DATE YYYYMMDD
           ACCEPT HORA-LOG FROM TIME
           MOVE TOTAL-PASSOS    TO PASSOS-ED
           MOVE PASSOS-FALHADOS TO FALHADOS-ED
           MOVE MAIOR-RC        TO RC-ED

           OPEN EXTEND LOGAUD
           IF RESERVADA-LOG NOT = "00"
              OPEN OUTPUT LOGAUD
           END-IF

           IF RESERVADA-LOG = "00"
              MOVE SPACES TO REG-LOGAUD
              IF FASE-LOG = "INICIO"
                 STRING  DATA-LOG             DELIMITED BY SIZE
                         " "                  DELIMITED BY SIZE
                         HORA-LOG             DELIMITED BY SIZE
                         " OPERACAO=NOITE"    DELIMITED BY SIZE
                         " FASE=INICIO"       DELIMITED BY SIZE
                         " RC="               DELIMITED BY SIZE
                         RC-ED                DELIMITED BY SIZE
                         " INICIO="           DELIMITED BY SIZE
                         HORA-INICIO-NOITE    DELIMITED BY SIZE
                         " CORRIDA="          DELIMITED BY SIZE
                         CORRIDA-ID           DELIMITED BY SIZE
                         INTO REG-LOGAUD
                 END-STRING
              ELSE
                 STRING  DATA-LOG             DELIMITED BY SIZE
                         " "                  DELIMITED BY SIZE
                         HORA-LOG             DELIMITED BY SIZE
                         " OPERACAO=NOITE"    DELIMITED BY SIZE
                         " FASE=FIM"          DELIMITED BY SIZE
                         " PASSOS="           DELIMITED BY SIZE
                         PASSOS-ED            DELIMITED BY SIZE
                         " FALHADOS="         DELIMITED BY SIZE
                         FALHADOS-ED          DELIMITED BY SIZE
                         " RC="               DELIMITED BY SIZE
                         RC-ED                DELIMITED BY SIZE
                         " INICIO="           DELIMITED BY SIZE
                         HORA-INICIO-NOITE    DELIMITED BY SIZE
                         " FIM="              DELIMITED BY SIZE
                         HORA-LOG             DELIMITED BY SIZE
                         " CORRIDA="          DELIMITED BY SIZE
                         CORRIDA-ID           DELIMITED BY SIZE
                         INTO REG-LOGAUD
                 END-STRING
              END-IF
              WRITE REG-LOGAUD
              CLOSE LOGAUD
           END-IF
           .
