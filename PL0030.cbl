      *----------------------------------------------------------------
      *| Realizado por..:                          Fecha:
      *| Aplicacion.....:
      *| Sistema........:
      *| Area...........:
      *| Descripcion....:  Relatorio do catalogo de categorias: junta
      *|                    cada linha @CATALG (departamento dono,
      *|                    responsavel, classe, proxima atestacao)
      *|                    com o numero de linhas vivas da CODTBL em
      *|                    MSTTBL e a ultima alteracao e atestacao
      *|                    vistas no jornal; assinala categorias sem
      *|                    catalogo, entradas do catalogo sem linhas
      *|                    e atestacoes vencidas (RC 4)
      *| Funcion........:
      *|
      *----------------------------------------------------------------
      *| Mantenimientos efectuados
      *| --FECHA-- --RESPONSABLE--  --------DESCRIPCION DE AJUSTE------
      *| 15/10/26  PM               Versao inicial - relatorio do
      *|                             catalogo de categorias @CATALG
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PL0030.
       ENVIRONMENT DIVISION.

       FILE-CONTROL.

       SELECT JRNAUD
                ASSIGN          TO JRNAUD-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-JRN
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

       FD RELATO.

       01 REG-RELATO PIC X(160).

       FD LOGAUD.

       01 REG-LOGAUD PIC X(160).

       WORKING-STORAGE SECTION.

      * Registo com nomes dos campos pretendidos no ecran - alterar
       01 FROW-WK.
           &CAMPOS MSTTBL

      * JORNAL DE ALTERACOES - O JORNAL VIVO PRECEDIDO DOS ARQUIVOS
      * MENSAIS DA COMPACTACAO, RELIDOS POR ORDEM COMO NO PL0027
       77 JRNAUD-PATH   PIC X(256) VALUE "C:\PL0010.JRN".
       77 RESERVADA-JRN PIC XX VALUE "00".
       77 JORNAL-FIM    PIC X VALUE "N".
           88 FIM-JORNAL          VALUE "Y".
       77 MES-PRIMEIRO  PIC 9(06) VALUE 200001.
       01 MES-ARQ-G.
           02 ARQ-ANO   PIC 9(04).
           02 ARQ-MES   PIC 9(02).
       01 MES-ARQ-N REDEFINES MES-ARQ-G PIC 9(06).
       77 MES-LIMITE    PIC 9(06) VALUE ZERO.

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

       77 DATA-AGORA    PIC 9(08) VALUE ZERO.
       77 HORA-AGORA    PIC 9(08) VALUE ZERO.

      * CATALOGO DAS CATEGORIAS (CATEGORIA RESERVADA @CATALG): UMA
      * LINHA POR CODTBL -
      *    ARGBUS POS 1-10   CODTBL DESCRITA
      *           POS 11-20  DEPARTAMENTO DONO
      *    FUNCIO POS 1-8    UTILIZADOR RESPONSAVEL
      *           POS 9      CLASSE DE SENSIBILIDADE (P PUBLICA,
      *                      I INTERNA, C CONFIDENCIAL, R RESTRITA)
      *           POS 10-17  PROXIMA ATESTACAO (AAAAMMDD)
      *           POS 18-19  PERIODICIDADE EM MESES (BRANCO = 12)
      *           POS 20-40  DESCRICAO
      * A ATESTACAO "SEM ALTERACOES" E FEITA NO PL0011 (T-ATESTAR) E
      * FICA NO JORNAL COMO OPERACAO ATESTA SOBRE A LINHA @CATALG
       77 CATEG-CATALG  PIC X(10) VALUE "@CATALG".
       01 CAT-BASE.
           02 CAT-ENT OCCURS 1000.
              03 CAT-ARGBUS  PIC X(20).
              03 CAT-FUNCIO  PIC X(40).
       77 TOTAL-CAT     PIC 9(05) COMP VALUE ZERO.
       77 IND-CAT       PIC 9(05) COMP VALUE ZERO.

      * CATEGORIAS VISTAS NA TABELA OU NO CATALOGO, ORDENADAS POR
      * CODTBL: LINHAS VIVAS, ENTRADAS NO CATALOGO, ULTIMA ALTERACAO
      * E ULTIMA ATESTACAO LIDAS NO JORNAL
       01 CTG-BASE.
           02 CTG-ENT OCCURS 1000.
              03 CTG-CODTBL     PIC X(10).
              03 CTG-LINHAS     PIC 9(09) COMP.
              03 CTG-CATALOGO   PIC 9(05) COMP.
              03 CTG-ULT-DATA   PIC 9(08).
              03 CTG-ULT-UTILIZ PIC X(08).
              03 CTG-ATE-DATA   PIC 9(08).
              03 CTG-ATE-UTILIZ PIC X(08).
       77 TOTAL-CTG     PIC 9(05) COMP VALUE ZERO.
       77 IND-CTG       PIC 9(05) COMP VALUE ZERO.
       77 IND-CTG2      PIC 9(05) COMP VALUE ZERO.
       77 POS-CTG       PIC 9(05) COMP VALUE ZERO.
       77 CTG-IGUAL     PIC X VALUE "N".
       77 LIM-INF       PIC 9(05) COMP VALUE ZERO.
       77 LIM-SUP       PIC 9(05) COMP VALUE ZERO.
       77 LIM-MEIO      PIC 9(05) COMP VALUE ZERO.
       77 PROC-CODTBL   PIC X(10) VALUE SPACES.
       77 JRN-CODTBL-WK PIC X(10) VALUE SPACES.

      * VARRIMENTO DE MSTTBL
       77 TOTAL-LOTE    PIC 9(05) COMP VALUE ZERO.
       77 IND-LOTE      PIC 9(05) COMP VALUE ZERO.
       77 VARRIMENTO-FIM PIC X VALUE "N".
           88 FIM-VARRIMENTO      VALUE "Y".

      * LINHA DO RELATORIO
       01 LINHA-CAT VALUE SPACES.
           02 LIN-CODTBL    PIC X(10).
           02 FILLER        PIC X(01).
           02 LIN-DEPTO     PIC X(10).
           02 FILLER        PIC X(01).
           02 LIN-RESPONS   PIC X(08).
           02 FILLER        PIC X(01).
           02 LIN-CLASSE    PIC X(01).
           02 FILLER        PIC X(01).
           02 LIN-PROXIMA   PIC X(08).
           02 FILLER        PIC X(01).
           02 LIN-LINHAS    PIC X(09).
           02 FILLER        PIC X(01).
           02 LIN-ULT-DATA  PIC X(08).
           02 FILLER        PIC X(01).
           02 LIN-ULT-UTIL  PIC X(08).
           02 FILLER        PIC X(01).
           02 LIN-ATE-DATA  PIC X(08).
           02 FILLER        PIC X(01).
           02 LIN-SITUACAO  PIC X(40).
           02 FILLER        PIC X(01).
           02 LIN-DESCRICAO PIC X(21).
       77 LINHAS-ED     PIC Z(08)9.
       77 SITUACAO-WK   PIC X(40) VALUE SPACES.

      * TOTAIS
       77 TOTAL-LIDOS      PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-ENTRADAS   PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-SEM-CATAL  PIC 9(05) COMP VALUE ZERO.
       77 TOTAL-SEM-LINHAS PIC 9(05) COMP VALUE ZERO.
       77 TOTAL-VENCIDAS   PIC 9(05) COMP VALUE ZERO.
       77 TOTAL-DUPLICADAS PIC 9(05) COMP VALUE ZERO.
       77 TOTAL-ED         PIC Z(08)9.
       77 TOTAL-ED2        PIC Z(08)9.
       77 TOTAL-ED3        PIC Z(08)9.

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
           PERFORM VARRE-MSTTBL
           PERFORM RELE-JORNAL
           PERFORM LISTA-CATALOGO
           PERFORM LISTA-SEM-CATALOGO
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
      *    FICHEIRO E O RELATORIO DO CATALOGO.
           MOVE "N" TO RELATO-ABERTO
           MOVE SPACES TO RELATO-PATH
           MOVE FICHEIRO OF PARAM-WRITE TO RELATO-PATH
           OPEN OUTPUT RELATO
           IF RESERVADA-REL NOT = "00"
              DISPLAY "PL0030 - ERRO NA OPEN DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0030 - FILE STATUS = " RESERVADA-REL
              MOVE 16 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           MOVE "Y" TO RELATO-ABERTO

           ACCEPT DATA-AGORA FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME
           MOVE SPACES TO REG-RELATO
           STRING  "CATALOGO DE CATEGORIAS DE MSTTBL - "
                                                  DELIMITED BY SIZE
                   DATA-AGORA                     DELIMITED BY SIZE
                   " "                            DELIMITED BY SIZE
                   HORA-AGORA                     DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           PERFORM ESCREVE-LINHA-REL

           MOVE SPACES TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO LINHA-CAT
           MOVE "CODTBL"     TO LIN-CODTBL
           MOVE "DEPTO"      TO LIN-DEPTO
           MOVE "RESPONS"    TO LIN-RESPONS
           MOVE "C"          TO LIN-CLASSE
           MOVE "ATESTAR"    TO LIN-PROXIMA
           MOVE "   LINHAS"  TO LIN-LINHAS
           MOVE "ALTERADA"   TO LIN-ULT-DATA
           MOVE "POR"        TO LIN-ULT-UTIL
           MOVE "ATESTADA"   TO LIN-ATE-DATA
           MOVE "SITUACAO"   TO LIN-SITUACAO
           MOVE "DESCRICAO"  TO LIN-DESCRICAO
           MOVE LINHA-CAT TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO LINHA-CAT
           .

       VARRE-MSTTBL.
      *--------------
      *    UM VARRIMENTO ORDENADO DE MSTTBL PELO CURSOR MSTTBL01: CONTA
      *    AS LINHAS DE CADA CODTBL E GUARDA AS LINHAS DO CATALOGO.
           MOVE "N" TO VARRIMENTO-FIM
           INITIALIZE REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,ARGBUS

           IF IO-NUMREC = 0
              MOVE "Y" TO VARRIMENTO-FIM
           END-IF
           PERFORM VARRE-LOTE UNTIL FIM-VARRIMENTO
           .

       VARRE-LOTE.
      *------------
           MOVE IO-NUMREC TO TOTAL-LOTE
           PERFORM VARYING IND-LOTE FROM 1 BY 1
                   UNTIL IND-LOTE > TOTAL-LOTE
              MOVE CORR ARR-REG-MSTTBL(IND-LOTE) TO REG-MSTTBL
              ADD 1 TO TOTAL-LIDOS
              PERFORM CONTA-LINHA
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

       CONTA-LINHA.
      *-------------
      *    AS LINHAS CHEGAM AGRUPADAS POR CODTBL - SO SE PROCURA A
      *    CATEGORIA QUANDO ELA MUDA.
           IF IND-CTG = 0
              OR CTG-CODTBL(IND-CTG) NOT = CODTBL OF REG-MSTTBL
              MOVE CODTBL OF REG-MSTTBL TO PROC-CODTBL
              PERFORM GUARDA-CATEGORIA
           END-IF
           ADD 1 TO CTG-LINHAS(IND-CTG)

           IF CODTBL OF REG-MSTTBL = CATEG-CATALG
              PERFORM GUARDA-CATALOGO
           END-IF
           .

       GUARDA-CATALOGO.
      *-----------------
           IF TOTAL-CAT = 1000
              DISPLAY "PL0030 - CATALOGO COM LINHAS A MAIS - "
                      "MAXIMO 1000"
              MOVE 12 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           ADD 1 TO TOTAL-CAT
           MOVE ARGBUS OF REG-MSTTBL TO CAT-ARGBUS(TOTAL-CAT)
           MOVE FUNCIO OF REG-MSTTBL TO CAT-FUNCIO(TOTAL-CAT)

      *    A CODTBL DESCRITA TAMBEM ENTRA NA TABELA DE CATEGORIAS, MESMO
      *    QUE NAO TENHA LINHAS; IND-CTG E REPOSTO NA @CATALG
           MOVE ARGBUS OF REG-MSTTBL(1:10) TO PROC-CODTBL
           PERFORM GUARDA-CATEGORIA
           ADD 1 TO CTG-CATALOGO(IND-CTG)
           MOVE CATEG-CATALG TO PROC-CODTBL
           PERFORM GUARDA-CATEGORIA
           .

       GUARDA-CATEGORIA.
      *------------------
      *    DEIXA EM IND-CTG A ENTRADA DE PROC-CODTBL, INSERINDO-A NA
      *    TABELA ORDENADA SE AINDA NAO ESTIVER LA.
           PERFORM PROCURA-CTG
           IF CTG-IGUAL = "N"
              IF TOTAL-CTG = 1000
                 DISPLAY "PL0030 - CATEGORIAS A MAIS - MAXIMO 1000"
                 MOVE 12 TO RETURN-CODE
                 GO TO FIN-PROGRAMA
              END-IF
              PERFORM VARYING IND-CTG2 FROM TOTAL-CTG BY -1
                      UNTIL IND-CTG2 < POS-CTG
                 MOVE CTG-ENT(IND-CTG2) TO CTG-ENT(IND-CTG2 + 1)
              END-PERFORM
              ADD 1 TO TOTAL-CTG
              MOVE PROC-CODTBL TO CTG-CODTBL(POS-CTG)
              MOVE ZERO   TO CTG-LINHAS(POS-CTG)
              MOVE ZERO   TO CTG-CATALOGO(POS-CTG)
              MOVE ZERO   TO CTG-ULT-DATA(POS-CTG)
              MOVE SPACES TO CTG-ULT-UTILIZ(POS-CTG)
              MOVE ZERO   TO CTG-ATE-DATA(POS-CTG)
              MOVE SPACES TO CTG-ATE-UTILIZ(POS-CTG)
           END-IF
           MOVE POS-CTG TO IND-CTG
           .

       PROCURA-CTG.
      *-------------
      *    PROCURA BINARIA DE PROC-CODTBL NA TABELA ORDENADA: DEIXA EM
      *    POS-CTG A POSICAO DA CATEGORIA (CTG-IGUAL=Y) OU A POSICAO
      *    ONDE ELA DEVE SER INSERIDA PARA MANTER A ORDEM.
           MOVE "N" TO CTG-IGUAL
           MOVE 1 TO LIM-INF
           MOVE TOTAL-CTG TO LIM-SUP
           PERFORM DIVIDE-INTERVALO
                   UNTIL CTG-IGUAL = "Y"
                      OR LIM-INF > LIM-SUP
           IF CTG-IGUAL = "N"
              MOVE LIM-INF TO POS-CTG
           END-IF
           .

       DIVIDE-INTERVALO.
      *------------------
           COMPUTE LIM-MEIO = LIM-INF + LIM-SUP
           DIVIDE 2 INTO LIM-MEIO
           EVALUATE TRUE
              WHEN CTG-CODTBL(LIM-MEIO) = PROC-CODTBL
                 MOVE "Y" TO CTG-IGUAL
                 MOVE LIM-MEIO TO POS-CTG
              WHEN CTG-CODTBL(LIM-MEIO) < PROC-CODTBL
                 COMPUTE LIM-INF = LIM-MEIO + 1
              WHEN LIM-MEIO = LIM-INF
                 MOVE ZERO TO LIM-SUP
              WHEN OTHER
                 COMPUTE LIM-SUP = LIM-MEIO - 1
           END-EVALUATE
           .

       RELE-JORNAL.
      *-------------
      *    PRIMEIRO OS ARQUIVOS MENSAIS DA COMPACTACAO, POR ORDEM
      *    CRONOLOGICA, E DEPOIS O JORNAL VIVO - A ULTIMA ENTRADA LIDA
      *    DE CADA CATEGORIA E A SUA ULTIMA ALTERACAO.
           MOVE DATA-AGORA(1:6) TO MES-LIMITE
           MOVE MES-PRIMEIRO TO MES-ARQ-N
           PERFORM RELE-ARQUIVO-MES UNTIL MES-ARQ-N > MES-LIMITE

           MOVE "C:\PL0010.JRN" TO JRNAUD-PATH
           PERFORM RELE-FICHEIRO
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
           MOVE "N" TO JORNAL-FIM
           OPEN INPUT JRNAUD
           IF RESERVADA-JRN = "00"
              PERFORM LE-LINHA-JORNAL
              PERFORM EXAMINA-ENTRADA UNTIL FIM-JORNAL
              CLOSE JRNAUD
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
      *    A CATEGORIA DA ENTRADA E A DA IMAGEM NOVA (A ANTERIOR NUMA
      *    REMOCAO); SO INTERESSAM AS CATEGORIAS JA CONHECIDAS. UMA
      *    ATESTACAO CONTA TAMBEM COMO ULTIMA ATESTACAO DA CODTBL QUE
      *    A LINHA @CATALG DESCREVE.
           ADD 1 TO TOTAL-ENTRADAS
           MOVE JRN-NOV-CODTBL TO JRN-CODTBL-WK
           IF JRN-CODTBL-WK = SPACES
              MOVE JRN-ANT-CODTBL TO JRN-CODTBL-WK
           END-IF

           MOVE JRN-CODTBL-WK TO PROC-CODTBL
           PERFORM PROCURA-CTG
           IF CTG-IGUAL = "Y"
              AND JRN-DATA NUMERIC
              MOVE JRN-DATA   TO CTG-ULT-DATA(POS-CTG)
              MOVE JRN-UTILIZ TO CTG-ULT-UTILIZ(POS-CTG)
           END-IF

           IF JRN-CODTBL-WK = CATEG-CATALG
              AND JRN-OPERAC = "ATESTA"
              AND JRN-DATA NUMERIC
              MOVE JRN-NOV-ARGBUS(1:10) TO PROC-CODTBL
              PERFORM PROCURA-CTG
              IF CTG-IGUAL = "Y"
                 MOVE JRN-DATA   TO CTG-ATE-DATA(POS-CTG)
                 MOVE JRN-UTILIZ TO CTG-ATE-UTILIZ(POS-CTG)
              END-IF
           END-IF

           PERFORM LE-LINHA-JORNAL
           .

       LISTA-CATALOGO.
      *----------------
      *    UMA LINHA POR ENTRADA DO CATALOGO, COM A SITUACAO.
           PERFORM VARYING IND-CAT FROM 1 BY 1
                   UNTIL IND-CAT > TOTAL-CAT
              PERFORM ESCREVE-ENTRADA-CAT
           END-PERFORM
           .

       ESCREVE-ENTRADA-CAT.
      *---------------------
           MOVE CAT-ARGBUS(IND-CAT)(1:10) TO PROC-CODTBL
           PERFORM PROCURA-CTG

           MOVE SPACES TO LINHA-CAT
           MOVE CAT-ARGBUS(IND-CAT)(1:10)  TO LIN-CODTBL
           MOVE CAT-ARGBUS(IND-CAT)(11:10) TO LIN-DEPTO
           MOVE CAT-FUNCIO(IND-CAT)(1:8)   TO LIN-RESPONS
           MOVE CAT-FUNCIO(IND-CAT)(9:1)   TO LIN-CLASSE
           MOVE CAT-FUNCIO(IND-CAT)(10:8)  TO LIN-PROXIMA
           MOVE CAT-FUNCIO(IND-CAT)(20:21) TO LIN-DESCRICAO
           PERFORM MONTA-HISTORIA

           MOVE SPACES TO SITUACAO-WK
           IF CTG-LINHAS(POS-CTG) = 0
              ADD 1 TO TOTAL-SEM-LINHAS
              MOVE "SEM LINHAS" TO SITUACAO-WK
           END-IF
           IF CAT-FUNCIO(IND-CAT)(10:8) NOT NUMERIC
              OR CAT-FUNCIO(IND-CAT)(10:8) < DATA-AGORA
              ADD 1 TO TOTAL-VENCIDAS
              PERFORM JUNTA-VENCIDA
           END-IF
           IF CTG-CATALOGO(POS-CTG) > 1
              ADD 1 TO TOTAL-DUPLICADAS
              PERFORM JUNTA-DUPLICADA
           END-IF
           IF SITUACAO-WK = SPACES
              MOVE "OK" TO SITUACAO-WK
           END-IF
           MOVE SITUACAO-WK TO LIN-SITUACAO

           MOVE LINHA-CAT TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO LINHA-CAT
           .

       JUNTA-VENCIDA.
      *---------------
           IF SITUACAO-WK = SPACES
              MOVE "ATESTACAO VENCIDA" TO SITUACAO-WK
           ELSE
              STRING  SITUACAO-WK          DELIMITED BY "  "
                      ", ATESTACAO VENCIDA" DELIMITED BY SIZE
                      INTO LIN-SITUACAO
              END-STRING
              MOVE LIN-SITUACAO TO SITUACAO-WK
           END-IF
           .

       JUNTA-DUPLICADA.
      *-----------------
           IF SITUACAO-WK = SPACES
              MOVE "CATALOGO DUPLICADO" TO SITUACAO-WK
           ELSE
              STRING  SITUACAO-WK          DELIMITED BY "  "
                      ", DUPLICADA"        DELIMITED BY SIZE
                      INTO LIN-SITUACAO
              END-STRING
              MOVE LIN-SITUACAO TO SITUACAO-WK
           END-IF
           .

       MONTA-HISTORIA.
      *----------------
      *    LINHAS VIVAS, ULTIMA ALTERACAO E ULTIMA ATESTACAO DA
      *    CATEGORIA EM POS-CTG (EM BRANCO QUANDO O JORNAL NADA TEM).
           MOVE CTG-LINHAS(POS-CTG) TO LINHAS-ED
           MOVE LINHAS-ED TO LIN-LINHAS
           IF CTG-ULT-DATA(POS-CTG) NOT = 0
              MOVE CTG-ULT-DATA(POS-CTG)   TO LIN-ULT-DATA
              MOVE CTG-ULT-UTILIZ(POS-CTG) TO LIN-ULT-UTIL
           END-IF
           IF CTG-ATE-DATA(POS-CTG) NOT = 0
              MOVE CTG-ATE-DATA(POS-CTG)   TO LIN-ATE-DATA
           END-IF
           .

       LISTA-SEM-CATALOGO.
      *--------------------
      *    CATEGORIAS COM LINHAS NA TABELA E SEM ENTRADA NO CATALOGO;
      *    AS CATEGORIAS RESERVADAS (@...) SAO DA PROPRIA APLICACAO E
      *    NAO PRECISAM DE DONO.
           PERFORM VARYING IND-CTG FROM 1 BY 1
                   UNTIL IND-CTG > TOTAL-CTG
              IF CTG-CATALOGO(IND-CTG) = 0
                 AND CTG-LINHAS(IND-CTG) > 0
                 AND CTG-CODTBL(IND-CTG)(1:1) NOT = "@"
                 PERFORM ESCREVE-SEM-CATALOGO
              END-IF
           END-PERFORM
           .

       ESCREVE-SEM-CATALOGO.
      *----------------------
           ADD 1 TO TOTAL-SEM-CATAL
           MOVE IND-CTG TO POS-CTG
           MOVE SPACES TO LINHA-CAT
           MOVE CTG-CODTBL(IND-CTG) TO LIN-CODTBL
           PERFORM MONTA-HISTORIA
           MOVE "SEM CATALOGO" TO LIN-SITUACAO
           MOVE LINHA-CAT TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO LINHA-CAT
           .

       ESCREVE-TOTAIS.
      *----------------
      *    TOTAIS; RC 4 QUANDO HA CATEGORIAS SEM CATALOGO, ENTRADAS SEM
      *    LINHAS, ATESTACOES VENCIDAS OU ENTRADAS DUPLICADAS.
           IF TOTAL-SEM-CATAL > 0
              OR TOTAL-SEM-LINHAS > 0
              OR TOTAL-VENCIDAS > 0
              OR TOTAL-DUPLICADAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE TOTAL-LIDOS TO TOTAL-ED
           MOVE "LINHAS DA TABELA LIDAS ............" TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-ENTRADAS TO TOTAL-ED
           MOVE "ENTRADAS DO JORNAL LIDAS .........." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-CAT TO TOTAL-ED
           MOVE "ENTRADAS DO CATALOGO .............." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-SEM-CATAL TO TOTAL-ED
           MOVE "CATEGORIAS SEM CATALOGO ..........." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-SEM-LINHAS TO TOTAL-ED
           MOVE "ENTRADAS DO CATALOGO SEM LINHAS ..." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-VENCIDAS TO TOTAL-ED
           MOVE "ATESTACOES VENCIDAS ..............." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-DUPLICADAS TO TOTAL-ED
           MOVE "ENTRADAS DUPLICADAS ..............." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
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
              DISPLAY "PL0030 - ERRO NA WRITE DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0030 - FILE STATUS = " RESERVADA-REL
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
           MOVE TOTAL-SEM-CATAL  TO TOTAL-ED
           MOVE TOTAL-SEM-LINHAS TO TOTAL-ED2
           MOVE TOTAL-VENCIDAS   TO TOTAL-ED3
           MOVE RETURN-CODE      TO RETCODE-LOG-ED

           OPEN EXTEND LOGAUD
           IF RESERVADA-LOG NOT = "00"
              OPEN OUTPUT LOGAUD
           END-IF

           IF RESERVADA-LOG = "00"
              MOVE SPACES TO REG-LOGAUD
              STRING  DATA-LOG             DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      HORA-LOG             DELIMITED BY SIZE
                      " OPERACAO=CATALG"   DELIMITED BY SIZE
                      " SEMCATAL="         DELIMITED BY SIZE
                      TOTAL-ED             DELIMITED BY SIZE
                      " SEMLINHAS="        DELIMITED BY SIZE
                      TOTAL-ED2            DELIMITED BY SIZE
                      " VENCIDAS="         DELIMITED BY SIZE
                      TOTAL-ED3            DELIMITED BY SIZE
                      " RC="               DELIMITED BY SIZE
                      RETCODE-LOG-ED       DELIMITED BY SIZE
                      INTO REG-LOGAUD
              END-STRING
              WRITE REG-LOGAUD
              CLOSE LOGAUD
           END-IF
           .
