      *----------------------------------------------------------------
      *| Realizado por..:                          Fecha:
      *| Aplicacion.....:
      *| Sistema........:
      *| Area...........:
      *| Descripcion....:  Verificacao da integridade do jornal de
      *|                    alteracoes: rele os arquivos mensais da
      *|                    compactacao (C:\PL0010.AAAAMM.JRN) e o
      *|                    jornal vivo por ordem, recalcula a cadeia
      *|                    de verificacao de cada entrada, confere a
      *|                    numeracao JRN-SEQ com C:\PL0010.JSQ e
      *|                    compara MSTTBL com a ultima imagem do
      *|                    jornal para cada chave; termina com o
      *|                    veredicto PASS (RC 0) ou FAIL (RC 4)
      *| Funcion........:
      *|
      *----------------------------------------------------------------
      *| Mantenimientos efectuados
      *| --FECHA-- --RESPONSABLE--  --------DESCRIPCION DE AJUSTE------
      *| 15/10/26  PM               Versao inicial - verificacao do
      *|                             jornal (cadeia, sequencia, tabela)
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PL0027.
       ENVIRONMENT DIVISION.

       FILE-CONTROL.

       SELECT JRNAUD
                ASSIGN          TO JRNAUD-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-JRN
                ACCESS          IS SEQUENTIAL.

       SELECT JRNSEQ
                ASSIGN          TO JRNSEQ-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-JSQ
                ACCESS          IS SEQUENTIAL.

       SELECT RELATO
                ASSIGN          TO RELATO-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-REL
                ACCESS          IS SEQUENTIAL.

       SELECT LOGAUD
                ASSIGN          TO LOGAUD-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-LOG
                ACCESS          IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD JRNAUD.

       01 REG-JRNAUD.
           02 JRN-DATA    PIC 9(08).
           02 FILLER      PIC X(01).
           02 JRN-HORA    PIC 9(08).
           02 FILLER      PIC X(01).
           02 JRN-PROGRM  PIC X(06).
           02 FILLER      PIC X(01).
           02 JRN-OPERAC  PIC X(06).
           02 FILLER      PIC X(01).
           02 JRN-UTILIZ  PIC X(08).
           02 FILLER      PIC X(01).
           02 JRN-ANT.
               03 JRN-ANT-CODTBL &LIKE CODTBL
               03 JRN-ANT-ARGBUS &LIKE ARGBUS
               03 JRN-ANT-FUNCIO &LIKE FUNCIO
           02 FILLER      PIC X(01).
           02 JRN-NOV.
               03 JRN-NOV-CODTBL &LIKE CODTBL
               03 JRN-NOV-ARGBUS &LIKE ARGBUS
               03 JRN-NOV-FUNCIO &LIKE FUNCIO
           02 FILLER      PIC X(01).
           02 JRN-SEQ     PIC 9(09).
           02 FILLER      PIC X(01).
           02 JRN-CORRIDA PIC X(22).
           02 FILLER      PIC X(01).
           02 JRN-CADEIA  PIC X(12).

       FD JRNSEQ.

      * ULTIMO NUMERO DE SEQUENCIA ATRIBUIDO NO JORNAL E VALOR DE
      * CADEIA DA ENTRADA QUE O LEVOU - MESMO DESENHO DO PL0010
       01 REG-JRNSEQ.
           02 JSQ-SEQ     PIC 9(09).
           02 FILLER      PIC X(01).
           02 JSQ-CADEIA  PIC X(12).

       FD RELATO.

       01 REG-RELATO PIC X(160).

       FD LOGAUD.

       01 REG-LOGAUD PIC X(160).

       WORKING-STORAGE SECTION.

      * Registo com nomes dos campos pretendidos no ecran - alterar
       01 FROW-WK.
           &CAMPOS MSTTBL

      * JORNAL DE ALTERACOES - O MESMO FICHEIRO PARTILHADO QUE TODA A
      * MANUTENCAO ESCREVE, PRECEDIDO DOS ARQUIVOS MENSAIS QUE A
      * COMPACTACAO (PL0015 JROTAT) DELE TIROU
       77 JRNAUD-PATH   PIC X(256) VALUE "C:\PL0010.JRN".
       77 RESERVADA-JRN PIC XX VALUE "00".
       77 JORNAL-FIM    PIC X VALUE "N".
           88 FIM-JORNAL          VALUE "Y".
       77 JRNSEQ-PATH   PIC X(256) VALUE "C:\PL0010.JSQ".
       77 RESERVADA-JSQ PIC XX VALUE "00".

       77 RELATO-PATH   PIC X(256) VALUE SPACES.
       77 RESERVADA-REL PIC XX VALUE "00".
       77 RELATO-ABERTO PIC X VALUE "N".
           88 RELATO-ESTA-ABERTO  VALUE "Y".

      * LOG/AUDITORIA - O MESMO LOG UNICO PARTILHADO DO PL0010
       77 LOGAUD-PATH   PIC X(256) VALUE "C:\PL0010.LOG".
       77 RESERVADA-LOG PIC XX VALUE "00".
       77 DATA-LOG      PIC 9(08) VALUE ZERO.
       77 HORA-LOG      PIC 9(08) VALUE ZERO.
       77 RETCODE-LOG-ED PIC Z(03)9.

      * PRIMEIRO MES DE ARQUIVO A RELER (TEXTO 1-6, AAAAMM). EM
      * BRANCO A HISTORIA E RELIDA INTEIRA: A CADEIA TEM DE COMECAR
      * EM ZERO, A NUMERACAO EM 1 E TODA A LINHA DE MSTTBL TEM DE TER
      * IMAGEM NO JORNAL. COM UM MES INDICADO, A PRIMEIRA ENTRADA
      * ENCADEADA LIDA SERVE DE ANCORA E SO SE CONFERE O QUE VEM DEPOIS
       77 MES-INICIO    PIC 9(06) VALUE ZERO.
       77 MES-PRIMEIRO  PIC 9(06) VALUE 200001.
       77 HISTORIA      PIC X VALUE "C".
           88 HISTORIA-COMPLETA   VALUE "C".
           88 HISTORIA-PARCIAL    VALUE "P".
       01 MES-ARQ-G.
           02 ARQ-ANO   PIC 9(04).
           02 ARQ-MES   PIC 9(02).
       01 MES-ARQ-N REDEFINES MES-ARQ-G PIC 9(06).
       77 MES-LIMITE    PIC 9(06) VALUE ZERO.
       77 DATA-AGORA    PIC 9(08) VALUE ZERO.
       77 HORA-AGORA    PIC 9(08) VALUE ZERO.

      * CADEIA DE VERIFICACAO DO JORNAL - MESMO CALCULO DE TODOS OS
      * PROGRAMAS QUE JORNALIZAM (CALCULA-CADEIA DO PL0010)
       77 CADEIA-ANT    PIC 9(12) VALUE ZERO.
       77 CADEIA-VAL    PIC 9(15) COMP VALUE ZERO.
       77 CADEIA-QUOC   PIC 9(15) COMP VALUE ZERO.
       77 CADEIA-MODULO PIC 9(12) VALUE 999999999989.
       77 CADEIA-POS    PIC 9(03) COMP VALUE ZERO.
       77 CADEIA-ED     PIC 9(12) VALUE ZERO.
       77 CADEIA-CALC   PIC X(12) VALUE SPACES.
       77 CADEIA-TXT    PIC X(215) VALUE SPACES.
       01 CADEIA-PAR.
           02 FILLER      PIC X VALUE LOW-VALUE.
           02 CADEIA-CHAR PIC X.
       01 CADEIA-NUM REDEFINES CADEIA-PAR PIC 9(04) COMP.
       77 CADEIA-VISTA  PIC X VALUE "N".
       77 CADEIA-ULTIMA PIC X(12) VALUE SPACES.

      * NUMERACAO JRN-SEQ - ULTIMO NUMERO VISTO NA RELEITURA
       77 SEQ-ANT       PIC 9(09) VALUE ZERO.
       77 SEQ-VISTA     PIC X VALUE "N".
       77 SEQ-ESPERADA  PIC 9(09) VALUE ZERO.
       77 SEQ-ED        PIC Z(08)9.
       77 SEQ-ED2       PIC Z(08)9.

      * ULTIMA IMAGEM DO JORNAL POR CHAVE: MANTIDA ORDENADA POR
      * CODTBL/ARGBUS (A MESMA ORDEM DO CURSOR MSTTBL01, COMO O
      * RETRATO DO PL0018) PARA SER CONFRONTADA COM A TABELA NUM SO
      * VARRIMENTO; UMA CHAVE ELIMINADA FICA COM SNAP-EXISTE = N
       01 SNAP-BASE.
           02 SNAP-ENT OCCURS 20000.
              03 SNAP-CHAVE.
                 04 SNAP-CODTBL PIC X(10).
                 04 SNAP-ARGBUS PIC X(20).
              03 SNAP-FUNCIO PIC X(40).
              03 SNAP-EXISTE PIC X(01).
       77 TOTAL-SNAP    PIC 9(05) COMP VALUE ZERO.
       77 IND-SNAP      PIC 9(05) COMP VALUE ZERO.
       77 IND-SNAP2     PIC 9(05) COMP VALUE ZERO.
       77 POS-SNAP      PIC 9(05) COMP VALUE ZERO.
       77 SNAP-IGUAL    PIC X VALUE "N".
       77 SNAP-PARADO   PIC X VALUE "N".
       77 SNAP-FUNCIO-WK PIC X(40) VALUE SPACES.
       77 SNAP-EXISTE-WK PIC X VALUE "N".
       01 CHAVE-PROCURA.
           02 PROC-CODTBL PIC X(10).
           02 PROC-ARGBUS PIC X(20).

      * VARRIMENTO DE MSTTBL
       77 TOTAL-LOTE    PIC 9(05) COMP VALUE ZERO.
       77 IND-LOTE      PIC 9(05) COMP VALUE ZERO.
       77 VARRIMENTO-FIM PIC X VALUE "N".
           88 FIM-VARRIMENTO      VALUE "Y".

      * LINHA DE OCORRENCIA DO RELATORIO
       01 OCORRENCIA-WK VALUE SPACES.
           02 OCO-TIPO      PIC X(10).
           02 FILLER        PIC X(01).
           02 OCO-LOCAL     PIC X(40).
           02 FILLER        PIC X(01).
           02 OCO-TEXTO     PIC X(108).
       77 LINHA-FICH    PIC 9(09) COMP VALUE ZERO.
       77 LINHA-ED      PIC Z(08)9.

      * TOTAIS (PARA O RELATORIO, O VEREDICTO E O LOG)
       77 TOTAL-FICHEIROS PIC 9(05) COMP VALUE ZERO.
       77 TOTAL-ENTRADAS  PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-LEGADAS   PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-QUEBRAS   PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-FALHAS-SEQ PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-DIFERENCAS PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-SEM-HIST  PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-LIDOS     PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-FALHAS    PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-ED        PIC Z(08)9.
       77 VEREDICTO       PIC X(04) VALUE SPACES.

       LINKAGE SECTION.
       01 PARAM-WRITE.
           02 OPERACAO     PIC X(6).
           02 FICHEIRO     PIC X(20).
           02 TEXTO        PIC X(160).

       PROCEDURE DIVISION USING PARAM-WRITE.
       INICIO.
      *-------
           MOVE ZERO TO RETURN-CODE
           MOVE SPACES TO VEREDICTO
           PERFORM INICIALIZACIONES
           PERFORM RELE-JORNAL
           PERFORM CONFERE-JSQ
           PERFORM VARRE-MSTTBL
           PERFORM ESCREVE-VEREDICTO
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
      *    FICHEIRO E O RELATORIO DA VERIFICACAO; TEXTO 1-6 TRAZ O
      *    PRIMEIRO MES DE ARQUIVO (AAAAMM), EM BRANCO = HISTORIA
      *    INTEIRA.
           MOVE "C" TO HISTORIA
           MOVE MES-PRIMEIRO TO MES-INICIO
           IF TEXTO OF PARAM-WRITE(1:6) NOT = SPACES
              IF TEXTO OF PARAM-WRITE(1:6) NUMERIC
                 MOVE TEXTO OF PARAM-WRITE(1:6) TO MES-INICIO
                 MOVE "P" TO HISTORIA
              ELSE
                 DISPLAY "PL0027 - MES DE INICIO INVALIDO - "
                         TEXTO OF PARAM-WRITE(1:6)
                 MOVE 12 TO RETURN-CODE
                 GO TO FIN-PROGRAMA
              END-IF
           END-IF

           MOVE "N" TO RELATO-ABERTO
           MOVE SPACES TO RELATO-PATH
           MOVE FICHEIRO OF PARAM-WRITE TO RELATO-PATH
           OPEN OUTPUT RELATO
           IF RESERVADA-REL NOT = "00"
              DISPLAY "PL0027 - ERRO NA OPEN DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0027 - FILE STATUS = " RESERVADA-REL
              MOVE 16 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           MOVE "Y" TO RELATO-ABERTO

           ACCEPT DATA-AGORA FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME
           MOVE SPACES TO REG-RELATO
           STRING  "VERIFICACAO DO JORNAL DE ALTERACOES - "
                                                  DELIMITED BY SIZE
                   DATA-AGORA                     DELIMITED BY SIZE
                   " "                            DELIMITED BY SIZE
                   HORA-AGORA                     DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           PERFORM ESCREVE-LINHA-REL

           MOVE SPACES TO REG-RELATO
           IF HISTORIA-COMPLETA
              MOVE "HISTORIA RELIDA: COMPLETA" TO REG-RELATO
           ELSE
              STRING  "HISTORIA RELIDA: ARQUIVOS DESDE "
                                                  DELIMITED BY SIZE
                      MES-INICIO                  DELIMITED BY SIZE
                      " (PRIMEIRA ENTRADA ENCADEADA = ANCORA)"
                                                  DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
           END-IF
           PERFORM ESCREVE-LINHA-REL

           MOVE SPACES TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO OCORRENCIA-WK
           MOVE "TIPO"        TO OCO-TIPO
           MOVE "FICHEIRO/LINHA OU CODTBL/ARGBUS" TO OCO-LOCAL
           MOVE "OCORRENCIA"  TO OCO-TEXTO
           MOVE OCORRENCIA-WK TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO OCORRENCIA-WK
           .

       RELE-JORNAL.
      *-------------
      *    PRIMEIRO OS ARQUIVOS MENSAIS DA COMPACTACAO, POR ORDEM
      *    CRONOLOGICA, E DEPOIS O JORNAL VIVO - MESMO PERCURSO DO
      *    PL0018; MESES SEM ARQUIVO SAO SIMPLESMENTE SALTADOS.
           MOVE DATA-AGORA(1:6) TO MES-LIMITE
           MOVE MES-INICIO TO MES-ARQ-N
           PERFORM RELE-ARQUIVO-MES UNTIL MES-ARQ-N > MES-LIMITE

           MOVE "C:\PL0010.JRN" TO JRNAUD-PATH
           PERFORM RELE-FICHEIRO
           IF RESERVADA-JRN NOT = "00"
              AND TOTAL-ENTRADAS = 0
              DISPLAY "PL0027 - NADA - SEM JORNAL DE ALTERACOES - "
                      JRNAUD-PATH
              MOVE SPACES TO REG-RELATO
              MOVE "SEM JORNAL DE ALTERACOES NEM ARQUIVOS"
                TO REG-RELATO
              PERFORM ESCREVE-LINHA-REL
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           .

       RELE-ARQUIVO-MES.
      *------------------
           MOVE SPACES TO JRNAUD-PATH
           STRING  "C:\PL0010."  DELIMITED BY SIZE
                   MES-ARQ-N     DELIMITED BY SIZE
                   ".JRN"        DELIMITED BY SIZE
                   INTO JRNAUD-PATH
           END-STRING
           PERFORM RELE-FICHEIRO

           ADD 1 TO ARQ-MES
           IF ARQ-MES > 12
              MOVE 1 TO ARQ-MES
              ADD 1 TO ARQ-ANO
           END-IF
           .

       RELE-FICHEIRO.
      *---------------
      *    UM FICHEIRO DO JORNAL (ARQUIVO OU VIVO), SE EXISTIR; NO FIM
      *    UMA LINHA DO RELATORIO COM AS ENTRADAS LIDAS NELE.
           MOVE "N" TO JORNAL-FIM
           MOVE ZERO TO LINHA-FICH
           OPEN INPUT JRNAUD
           IF RESERVADA-JRN = "00"
              ADD 1 TO TOTAL-FICHEIROS
              PERFORM LE-LINHA-JORNAL
              PERFORM EXAMINA-ENTRADA UNTIL FIM-JORNAL
              CLOSE JRNAUD
              MOVE LINHA-FICH TO LINHA-ED
              MOVE SPACES TO OCORRENCIA-WK
              MOVE "LIDO"       TO OCO-TIPO
              MOVE JRNAUD-PATH  TO OCO-LOCAL
              STRING  "ENTRADAS="  DELIMITED BY SIZE
                      LINHA-ED     DELIMITED BY SIZE
                      INTO OCO-TEXTO
              END-STRING
              MOVE OCORRENCIA-WK TO REG-RELATO
              PERFORM ESCREVE-LINHA-REL
              MOVE SPACES TO OCORRENCIA-WK
           END-IF
           .

       LE-LINHA-JORNAL.
      *-----------------
           MOVE SPACES TO REG-JRNAUD
           READ JRNAUD
              AT END
                 MOVE "Y" TO JORNAL-FIM
           END-READ
           .

       EXAMINA-ENTRADA.
      *-----------------
      *    CADA ENTRADA: CADEIA, NUMERACAO E ULTIMA IMAGEM DA CHAVE.
           ADD 1 TO LINHA-FICH
           ADD 1 TO TOTAL-ENTRADAS
           PERFORM CONFERE-CADEIA
           PERFORM CONFERE-SEQUENCIA
           PERFORM GUARDA-IMAGEM
           PERFORM LE-LINHA-JORNAL
           .

       CONFERE-CADEIA.
      *----------------
      *    AS ENTRADAS SEM VALOR DE CADEIA SO SAO ACEITES ANTES DA
      *    PRIMEIRA ENTRADA ENCADEADA (JORNAL ANTERIOR A CADEIA); A
      *    PARTIR DAI CADA ENTRADA TEM DE BATER COM O VALOR CALCULADO
      *    SOBRE A ANTERIOR. DEPOIS DE UMA QUEBRA A CONFERENCIA
      *    RETOMA DO VALOR GRAVADO, PARA CADA ENTRADA ADULTERADA,
      *    TIRADA OU TROCADA APARECER UMA VEZ.
           EVALUATE TRUE
              WHEN JRN-CADEIA NOT NUMERIC
               AND CADEIA-VISTA = "N"
                 ADD 1 TO TOTAL-LEGADAS
              WHEN JRN-CADEIA NOT NUMERIC
                 ADD 1 TO TOTAL-QUEBRAS
                 MOVE SPACES TO OCORRENCIA-WK
                 MOVE "ENTRADA SEM VALOR DE CADEIA" TO OCO-TEXTO
                 PERFORM ESCREVE-OCORRENCIA-JRN
              WHEN OTHER
                 PERFORM CALCULA-CADEIA
                 PERFORM AVALIA-CADEIA
                 MOVE "Y" TO CADEIA-VISTA
                 MOVE JRN-CADEIA TO CADEIA-ULTIMA
                 MOVE JRN-CADEIA TO CADEIA-ANT
           END-EVALUATE
           .

       AVALIA-CADEIA.
      *---------------
           IF CADEIA-CALC NOT = JRN-CADEIA
              IF CADEIA-VISTA = "N"
                 AND HISTORIA-PARCIAL
                 MOVE SPACES TO OCORRENCIA-WK
                 MOVE "ANCORA" TO OCO-TIPO
                 MOVE "PRIMEIRA ENTRADA ENCADEADA - NAO CONFERIDA"
                   TO OCO-TEXTO
                 PERFORM ESCREVE-OCORRENCIA-JRN
              ELSE
                 ADD 1 TO TOTAL-QUEBRAS
                 MOVE SPACES TO OCORRENCIA-WK
                 MOVE "CADEIA QUEBRADA - ENTRADA ALTERADA OU TIRADA"
                   TO OCO-TEXTO
                 PERFORM ESCREVE-OCORRENCIA-JRN
              END-IF
           END-IF
           .

       CALCULA-CADEIA.
      *----------------
      *    MESMO CALCULO DO CALCULA-CADEIA DOS PROGRAMAS QUE
      *    JORNALIZAM: PARTE DO VALOR DA ENTRADA ANTERIOR (CADEIA-ANT)
      *    E DOBRA NELE, CARATER A CARATER, A ENTRADA INTEIRA ATE A
      *    IDENTIFICACAO DA CORRIDA; O RESULTADO FICA EM CADEIA-CALC.
           MOVE CADEIA-ANT TO CADEIA-VAL
           MOVE REG-JRNAUD(1:215) TO CADEIA-TXT
           PERFORM VARYING CADEIA-POS FROM 1 BY 1
                   UNTIL CADEIA-POS > 215
              MOVE CADEIA-TXT(CADEIA-POS:1) TO CADEIA-CHAR
              COMPUTE CADEIA-VAL = CADEIA-VAL * 131 + CADEIA-NUM + 1
              DIVIDE CADEIA-VAL BY CADEIA-MODULO
                     GIVING CADEIA-QUOC REMAINDER CADEIA-VAL
           END-PERFORM
           MOVE CADEIA-VAL TO CADEIA-ED
           MOVE CADEIA-ED  TO CADEIA-CALC
           .

       CONFERE-SEQUENCIA.
      *-------------------
      *    OS NUMEROS JRN-SEQ SOBEM DE UM EM UM; AS ENTRADAS ANTIGAS
      *    SEM NUMERO FICAM DE FORA. COM A HISTORIA INTEIRA O PRIMEIRO
      *    NUMERO E 1.
           IF JRN-SEQ NUMERIC
              IF SEQ-VISTA = "N"
                 PERFORM PRIMEIRA-SEQUENCIA
              ELSE
                 PERFORM SEGUINTE-SEQUENCIA
              END-IF
              MOVE "Y" TO SEQ-VISTA
              IF JRN-SEQ > SEQ-ANT
                 MOVE JRN-SEQ TO SEQ-ANT
              END-IF
           END-IF
           .

       PRIMEIRA-SEQUENCIA.
      *--------------------
           IF HISTORIA-COMPLETA
              AND JRN-SEQ > 1
              ADD 1 TO TOTAL-FALHAS-SEQ
              MOVE 1 TO SEQ-ED
              COMPUTE SEQ-ED2 = JRN-SEQ - 1
              MOVE SPACES TO OCORRENCIA-WK
              STRING  "FALTAM AS SEQUENCIAS "  DELIMITED BY SIZE
                      SEQ-ED                   DELIMITED BY SIZE
                      " A "                    DELIMITED BY SIZE
                      SEQ-ED2                  DELIMITED BY SIZE
                      INTO OCO-TEXTO
              END-STRING
              PERFORM ESCREVE-OCORRENCIA-SEQ
           END-IF
           .

       SEGUINTE-SEQUENCIA.
      *--------------------
           COMPUTE SEQ-ESPERADA = SEQ-ANT + 1
           EVALUATE TRUE
              WHEN JRN-SEQ = SEQ-ESPERADA
                 CONTINUE
              WHEN JRN-SEQ > SEQ-ESPERADA
                 ADD 1 TO TOTAL-FALHAS-SEQ
                 MOVE SEQ-ESPERADA TO SEQ-ED
                 COMPUTE SEQ-ED2 = JRN-SEQ - 1
                 MOVE SPACES TO OCORRENCIA-WK
                 STRING  "FALTAM AS SEQUENCIAS "  DELIMITED BY SIZE
                         SEQ-ED                   DELIMITED BY SIZE
                         " A "                    DELIMITED BY SIZE
                         SEQ-ED2                  DELIMITED BY SIZE
                         INTO OCO-TEXTO
                 END-STRING
                 PERFORM ESCREVE-OCORRENCIA-SEQ
              WHEN OTHER
                 ADD 1 TO TOTAL-FALHAS-SEQ
                 MOVE SEQ-ANT TO SEQ-ED
                 MOVE SPACES TO OCORRENCIA-WK
                 STRING  "SEQUENCIA REPETIDA OU FORA DE ORDEM - "
                                                  DELIMITED BY SIZE
                         "ULTIMA VISTA "          DELIMITED BY SIZE
                         SEQ-ED                   DELIMITED BY SIZE
                         INTO OCO-TEXTO
                 END-STRING
                 PERFORM ESCREVE-OCORRENCIA-SEQ
           END-EVALUATE
           .

       GUARDA-IMAGEM.
      *---------------
      *    A IMAGEM NOVA PASSA A SER A ULTIMA DA SUA CHAVE; IMAGEM
      *    NOVA EM BRANCO (DELETE) OU CHAVE EMENDADA NA PROPRIA
      *    ALTERACAO DEIXAM A CHAVE ANTERIOR COMO ELIMINADA - MESMA
      *    LEITURA DO JORNAL QUE O RETRATO DO PL0018 FAZ.
           IF JRN-NOV = SPACES
              PERFORM MARCA-ELIMINADA
           ELSE
              IF JRN-ANT NOT = SPACES
                 AND (JRN-ANT-CODTBL NOT = JRN-NOV-CODTBL
                      OR JRN-ANT-ARGBUS NOT = JRN-NOV-ARGBUS)
                 PERFORM MARCA-ELIMINADA
              END-IF
              MOVE JRN-NOV-CODTBL TO PROC-CODTBL
              MOVE JRN-NOV-ARGBUS TO PROC-ARGBUS
              MOVE JRN-NOV-FUNCIO TO SNAP-FUNCIO-WK
              MOVE "Y" TO SNAP-EXISTE-WK
              PERFORM GRAVA-SNAP
           END-IF
           .

       MARCA-ELIMINADA.
      *-----------------
           IF JRN-ANT NOT = SPACES
              MOVE JRN-ANT-CODTBL TO PROC-CODTBL
              MOVE JRN-ANT-ARGBUS TO PROC-ARGBUS
              MOVE SPACES TO SNAP-FUNCIO-WK
              MOVE "N" TO SNAP-EXISTE-WK
              PERFORM GRAVA-SNAP
           END-IF
           .

       GRAVA-SNAP.
      *------------
      *    ATUALIZA OU INSERE CHAVE-PROCURA NA TABELA ORDENADA.
           PERFORM PROCURA-SNAP
           IF SNAP-IGUAL = "Y"
              MOVE SNAP-FUNCIO-WK TO SNAP-FUNCIO(POS-SNAP)
              MOVE SNAP-EXISTE-WK TO SNAP-EXISTE(POS-SNAP)
           ELSE
              IF TOTAL-SNAP = 20000
                 DISPLAY "PL0027 - JORNAL COM CHAVES A MAIS - "
                         "MAXIMO 20000"
                 MOVE 12 TO RETURN-CODE
                 CLOSE JRNAUD
                 GO TO FIN-PROGRAMA
              END-IF
              PERFORM VARYING IND-SNAP2 FROM TOTAL-SNAP BY -1
                      UNTIL IND-SNAP2 < POS-SNAP
                 MOVE SNAP-ENT(IND-SNAP2) TO SNAP-ENT(IND-SNAP2 + 1)
              END-PERFORM
              ADD 1 TO TOTAL-SNAP
              MOVE CHAVE-PROCURA  TO SNAP-CHAVE(POS-SNAP)
              MOVE SNAP-FUNCIO-WK TO SNAP-FUNCIO(POS-SNAP)
              MOVE SNAP-EXISTE-WK TO SNAP-EXISTE(POS-SNAP)
           END-IF
           .

       PROCURA-SNAP.
      *--------------
      *    PROCURA CHAVE-PROCURA NA TABELA ORDENADA: DEIXA EM
      *    POS-SNAP A POSICAO DA CHAVE (SNAP-IGUAL=Y) OU A POSICAO
      *    ONDE ELA DEVE SER INSERIDA PARA MANTER A ORDEM.
           MOVE "N" TO SNAP-IGUAL
           MOVE 1   TO POS-SNAP
           PERFORM VARYING IND-SNAP FROM 1 BY 1
                   UNTIL IND-SNAP > TOTAL-SNAP
              IF SNAP-CHAVE(IND-SNAP) = CHAVE-PROCURA
                 MOVE IND-SNAP TO POS-SNAP
                 MOVE "Y" TO SNAP-IGUAL
                 EXIT PERFORM
              END-IF
              IF SNAP-CHAVE(IND-SNAP) > CHAVE-PROCURA
                 MOVE IND-SNAP TO POS-SNAP
                 EXIT PERFORM
              END-IF
              COMPUTE POS-SNAP = IND-SNAP + 1
           END-PERFORM
           .

       CONFERE-JSQ.
      *-------------
      *    O FICHEIRO DE SEQUENCIA TEM DE GUARDAR O NUMERO E O VALOR DE
      *    CADEIA DA ULTIMA ENTRADA LIDA - UM NUMERO MAIOR DENUNCIA
      *    ENTRADAS TIRADAS DO FIM DO JORNAL, UM VALOR DE CADEIA
      *    DIFERENTE UMA ULTIMA ENTRADA TROCADA.
           MOVE SPACES TO REG-JRNSEQ
           OPEN INPUT JRNSEQ
           IF RESERVADA-JSQ = "00"
              READ JRNSEQ
                 AT END
                    MOVE SPACES TO REG-JRNSEQ
              END-READ
              CLOSE JRNSEQ
           END-IF

           IF JSQ-SEQ NOT NUMERIC
              IF SEQ-VISTA = "Y"
                 ADD 1 TO TOTAL-FALHAS-SEQ
                 MOVE SPACES TO OCORRENCIA-WK
                 MOVE "FICHEIRO DE SEQUENCIA SEM NUMERO" TO OCO-TEXTO
                 PERFORM ESCREVE-OCORRENCIA-JSQ
              END-IF
           ELSE
              PERFORM CONFERE-JSQ-SEQ
           END-IF

           IF CADEIA-VISTA = "Y"
              AND JSQ-CADEIA NOT = CADEIA-ULTIMA
              ADD 1 TO TOTAL-QUEBRAS
              MOVE SPACES TO OCORRENCIA-WK
              MOVE "CADEIA DO JSQ DIFERENTE DA ULTIMA ENTRADA"
                TO OCO-TEXTO
              PERFORM ESCREVE-OCORRENCIA-JSQ
           END-IF
           .

       CONFERE-JSQ-SEQ.
      *-----------------
           MOVE JSQ-SEQ TO SEQ-ED
           MOVE SEQ-ANT TO SEQ-ED2
           EVALUATE TRUE
              WHEN JSQ-SEQ = SEQ-ANT
                 CONTINUE
              WHEN JSQ-SEQ > SEQ-ANT
                 ADD 1 TO TOTAL-FALHAS-SEQ
                 MOVE SPACES TO OCORRENCIA-WK
                 STRING  "JSQ EM "                DELIMITED BY SIZE
                         SEQ-ED                   DELIMITED BY SIZE
                         " - ULTIMA ENTRADA DO JORNAL "
                                                  DELIMITED BY SIZE
                         SEQ-ED2                  DELIMITED BY SIZE
                         " - FALTAM ENTRADAS NO FIM"
                                                  DELIMITED BY SIZE
                         INTO OCO-TEXTO
                 END-STRING
                 PERFORM ESCREVE-OCORRENCIA-JSQ
              WHEN OTHER
                 ADD 1 TO TOTAL-FALHAS-SEQ
                 MOVE SPACES TO OCORRENCIA-WK
                 STRING  "JSQ EM "                DELIMITED BY SIZE
                         SEQ-ED                   DELIMITED BY SIZE
                         " - ATRAS DA ULTIMA ENTRADA DO JORNAL "
                                                  DELIMITED BY SIZE
                         SEQ-ED2                  DELIMITED BY SIZE
                         INTO OCO-TEXTO
                 END-STRING
                 PERFORM ESCREVE-OCORRENCIA-JSQ
           END-EVALUATE
           .

       VARRE-MSTTBL.
      *--------------
      *    UM VARRIMENTO ORDENADO DE MSTTBL PELO CURSOR MSTTBL01, A PAR
      *    DA TABELA DE ULTIMAS IMAGENS (MESMA ORDEM).
           MOVE 1   TO IND-SNAP
           MOVE "N" TO VARRIMENTO-FIM
           INITIALIZE REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,ARGBUS

           IF IO-NUMREC = 0
              MOVE "Y" TO VARRIMENTO-FIM
           END-IF
           PERFORM VARRE-LOTE UNTIL FIM-VARRIMENTO

      *    CHAVES QUE O JORNAL DA COMO VIVAS E QUE JA NAO ESTAO NA
      *    TABELA
           MOVE HIGH-VALUES TO CHAVE-PROCURA
           PERFORM SALTA-SNAP-ANTERIOR
           .

       VARRE-LOTE.
      *------------
      *    CONFRONTA O LOTE LIDO E RETOMA O CURSOR (GT) A PARTIR DA
      *    ULTIMA CHAVE DO LOTE; UM LOTE INCOMPLETO MARCA O FIM.
           MOVE IO-NUMREC TO TOTAL-LOTE
           PERFORM VARYING IND-LOTE FROM 1 BY 1
                   UNTIL IND-LOTE > TOTAL-LOTE
              MOVE CORR ARR-REG-MSTTBL(IND-LOTE) TO REG-MSTTBL
              ADD 1 TO TOTAL-LIDOS
              PERFORM COMPARA-LINHA
           END-PERFORM

           IF TOTAL-LOTE < 1500
              MOVE "Y" TO VARRIMENTO-FIM
           ELSE
              &STR MSTTBL,MSTTBL01,GT,[1500],CODTBL,ARGBUS
              IF IO-NUMREC = 0
                 MOVE "Y" TO VARRIMENTO-FIM
              END-IF
           END-IF
           .

       COMPARA-LINHA.
      *---------------
      *    A LINHA DA TABELA TEM DE SER IGUAL A ULTIMA IMAGEM DO
      *    JORNAL PARA A SUA CHAVE.
           MOVE CODTBL OF REG-MSTTBL TO PROC-CODTBL
           MOVE ARGBUS OF REG-MSTTBL TO PROC-ARGBUS
           PERFORM SALTA-SNAP-ANTERIOR

           EVALUATE TRUE
              WHEN IND-SNAP > TOTAL-SNAP
                 PERFORM LINHA-SEM-HISTORIA
              WHEN SNAP-CHAVE(IND-SNAP) NOT = CHAVE-PROCURA
                 PERFORM LINHA-SEM-HISTORIA
              WHEN SNAP-EXISTE(IND-SNAP) = "N"
                 ADD 1 TO TOTAL-DIFERENCAS
                 MOVE "LINHA NA TABELA ELIMINADA NO JORNAL"
                   TO OCO-TEXTO
                 PERFORM ESCREVE-OCORRENCIA-TAB
                 ADD 1 TO IND-SNAP
              WHEN SNAP-FUNCIO(IND-SNAP) NOT = FUNCIO OF REG-MSTTBL
                 ADD 1 TO TOTAL-DIFERENCAS
                 MOVE SPACES TO OCO-TEXTO
                 STRING  "FUNCIO "                DELIMITED BY SIZE
                         FUNCIO OF REG-MSTTBL     DELIMITED BY SIZE
                         " JORNAL "               DELIMITED BY SIZE
                         SNAP-FUNCIO(IND-SNAP)    DELIMITED BY SIZE
                         INTO OCO-TEXTO
                 END-STRING
                 PERFORM ESCREVE-OCORRENCIA-TAB
                 ADD 1 TO IND-SNAP
              WHEN OTHER
                 ADD 1 TO IND-SNAP
           END-EVALUATE
           .

       LINHA-SEM-HISTORIA.
      *--------------------
      *    SO COM A HISTORIA INTEIRA E QUE UMA LINHA SEM IMAGEM NO
      *    JORNAL E UMA DIFERENCA - COM UM MES DE INICIO A SUA ULTIMA
      *    ALTERACAO PODE SER ANTERIOR AO PRIMEIRO ARQUIVO RELIDO.
           ADD 1 TO TOTAL-SEM-HIST
           IF HISTORIA-COMPLETA
              ADD 1 TO TOTAL-DIFERENCAS
              MOVE "LINHA SEM NENHUMA IMAGEM NO JORNAL" TO OCO-TEXTO
              PERFORM ESCREVE-OCORRENCIA-TAB
           END-IF
           .

       SALTA-SNAP-ANTERIOR.
      *---------------------
      *    AVANCA NA TABELA DE IMAGENS ATE A CHAVE CHAVE-PROCURA; AS
      *    CHAVES SALTADAS QUE O JORNAL DA COMO VIVAS FALTAM NA TABELA.
           MOVE "N" TO SNAP-PARADO
           PERFORM AVANCA-SNAP UNTIL SNAP-PARADO = "Y"
           .

       AVANCA-SNAP.
      *-------------
           IF IND-SNAP > TOTAL-SNAP
              MOVE "Y" TO SNAP-PARADO
           ELSE
              IF SNAP-CHAVE(IND-SNAP) < CHAVE-PROCURA
                 PERFORM SNAP-FALTA-NA-TABELA
                 ADD 1 TO IND-SNAP
              ELSE
                 MOVE "Y" TO SNAP-PARADO
              END-IF
           END-IF
           .

       SNAP-FALTA-NA-TABELA.
      *----------------------
           IF SNAP-EXISTE(IND-SNAP) = "Y"
              ADD 1 TO TOTAL-DIFERENCAS
              MOVE SPACES TO OCORRENCIA-WK
              MOVE "TABELA"  TO OCO-TIPO
              STRING  SNAP-CODTBL(IND-SNAP)  DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      SNAP-ARGBUS(IND-SNAP)  DELIMITED BY SIZE
                      INTO OCO-LOCAL
              END-STRING
              MOVE "LINHA DO JORNAL QUE FALTA NA TABELA" TO OCO-TEXTO
              MOVE OCORRENCIA-WK TO REG-RELATO
              PERFORM ESCREVE-LINHA-REL
              MOVE SPACES TO OCORRENCIA-WK
           END-IF
           .

       ESCREVE-OCORRENCIA-JRN.
      *------------------------
      *    OCORRENCIA NUMA ENTRADA DO JORNAL: FICHEIRO, LINHA E SEQ.
           IF OCO-TIPO = SPACES
              MOVE "CADEIA" TO OCO-TIPO
           END-IF
           PERFORM MONTA-LOCAL-JRN
           MOVE OCORRENCIA-WK TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO OCORRENCIA-WK
           .

       ESCREVE-OCORRENCIA-SEQ.
      *------------------------
           MOVE "SEQUENCIA" TO OCO-TIPO
           PERFORM MONTA-LOCAL-JRN
           MOVE OCORRENCIA-WK TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO OCORRENCIA-WK
           .

       MONTA-LOCAL-JRN.
      *-----------------
           MOVE LINHA-FICH TO LINHA-ED
           MOVE SPACES TO OCO-LOCAL
           STRING  JRNAUD-PATH    DELIMITED BY SPACE
                   " LINHA"       DELIMITED BY SIZE
                   LINHA-ED       DELIMITED BY SIZE
                   INTO OCO-LOCAL
           END-STRING
           .

       ESCREVE-OCORRENCIA-JSQ.
      *------------------------
           MOVE "SEQUENCIA"   TO OCO-TIPO
           MOVE JRNSEQ-PATH   TO OCO-LOCAL
           MOVE OCORRENCIA-WK TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO OCORRENCIA-WK
           .

       ESCREVE-OCORRENCIA-TAB.
      *------------------------
           MOVE "TABELA"  TO OCO-TIPO
           MOVE SPACES    TO OCO-LOCAL
           STRING  CODTBL OF REG-MSTTBL  DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   ARGBUS OF REG-MSTTBL  DELIMITED BY SIZE
                   INTO OCO-LOCAL
           END-STRING
           MOVE OCORRENCIA-WK TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO OCORRENCIA-WK
           .

       ESCREVE-VEREDICTO.
      *-------------------
      *    TOTAIS E VEREDICTO: PASS SO SEM QUEBRAS DE CADEIA, SEM
      *    FALHAS DE NUMERACAO E SEM DIFERENCAS NA TABELA.
           COMPUTE TOTAL-FALHAS = TOTAL-QUEBRAS + TOTAL-FALHAS-SEQ
                                + TOTAL-DIFERENCAS
           IF TOTAL-FALHAS = 0
              MOVE "PASS" TO VEREDICTO
           ELSE
              MOVE "FAIL" TO VEREDICTO
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE TOTAL-FICHEIROS TO TOTAL-ED
           MOVE "FICHEIROS DO JORNAL LIDOS .........." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-ENTRADAS TO TOTAL-ED
           MOVE "ENTRADAS LIDAS ....................." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-LEGADAS TO TOTAL-ED
           MOVE "ENTRADAS ANTERIORES A CADEIA ......." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-QUEBRAS TO TOTAL-ED
           MOVE "QUEBRAS DE CADEIA .................." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-FALHAS-SEQ TO TOTAL-ED
           MOVE "FALHAS DE NUMERACAO JRN-SEQ ........" TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-LIDOS TO TOTAL-ED
           MOVE "LINHAS DE MSTTBL LIDAS ............." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-SEM-HIST TO TOTAL-ED
           MOVE "LINHAS SEM IMAGEM NO JORNAL ........" TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-DIFERENCAS TO TOTAL-ED
           MOVE "DIFERENCAS TABELA/JORNAL ..........." TO REG-RELATO
           PERFORM ESCREVE-TOTAL

           MOVE SPACES TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO REG-RELATO
           STRING  "VEREDICTO: "   DELIMITED BY SIZE
                   VEREDICTO       DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           PERFORM ESCREVE-LINHA-REL

           MOVE TOTAL-ENTRADAS TO TOTAL-ED
           DISPLAY "PL0027 - ENTRADAS LIDAS = " TOTAL-ED
           MOVE TOTAL-FALHAS TO TOTAL-ED
           DISPLAY "PL0027 - FALHAS         = " TOTAL-ED
           DISPLAY "PL0027 - VEREDICTO      = " VEREDICTO
           .

       ESCREVE-TOTAL.
      *---------------
           MOVE TOTAL-ED TO REG-RELATO(38:9)
           PERFORM ESCREVE-LINHA-REL
           .

       ESCREVE-LINHA-REL.
      *-------------------
           WRITE REG-RELATO
           IF RESERVADA-REL NOT = "00"
              DISPLAY "PL0027 - ERRO NA WRITE DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0027 - FILE STATUS = " RESERVADA-REL
              MOVE 20 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           .

       GRAVA-LOG.
      *-----------
      *    ACRESCENTA UMA LINHA AO LOG DE AUDITORIA PARTILHADO COM O
      *    VEREDICTO, O TOTAL DE FALHAS E O RETURN-CODE, NO MESMO
      *    ESTILO DAS LINHAS QUE O PL0010 ESCREVE.
           ACCEPT DATA-LOG FROM DATE YYYYMMDD
           ACCEPT HORA-LOG FROM TIME
           MOVE TOTAL-FALHAS TO TOTAL-ED
           MOVE RETURN-CODE  TO RETCODE-LOG-ED

           OPEN EXTEND LOGAUD
           IF RESERVADA-LOG NOT = "00"
              OPEN OUTPUT LOGAUD
           END-IF

           IF RESERVADA-LOG = "00"
              MOVE SPACES TO REG-LOGAUD
              STRING  DATA-LOG             DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      HORA-LOG             DELIMITED BY SIZE
                      " OPERACAO=VERJRN"   DELIMITED BY SIZE
                      " VEREDICTO="        DELIMITED BY SIZE
                      VEREDICTO            DELIMITED BY SIZE
                      " FALHAS="           DELIMITED BY SIZE
                      TOTAL-ED             DELIMITED BY SIZE
                      " RC="               DELIMITED BY SIZE
                      RETCODE-LOG-ED       DELIMITED BY SIZE
                      INTO REG-LOGAUD
              END-STRING
              WRITE REG-LOGAUD
              CLOSE LOGAUD
           END-IF
           .
