      *----------------------------------------------------------------
      *| Realizado por..:                          Fecha:
      *| Aplicacion.....:
      *| Sistema........:
      *| Area...........:
      *| Descripcion....:  Revisao de acessos: lista, por operador,
      *|                    os direitos @ACESSO (consultar, inserir,
      *|                    alterar, eliminar, aprovar) sobre cada
      *|                    CODTBL, com subtotais por operador e as
      *|                    linhas que apontam para CODTBL sem
      *|                    registos em MSTTBL - a revisao trimestral
      *|                    pedida pela auditoria
      *| Funcion........:
      *|
      *----------------------------------------------------------------
      *| Mantenimientos efectuados
      *| --FECHA-- --RESPONSABLE--  --------DESCRIPCION DE AJUSTE------
      *| 15/10/26  PM               Versao inicial - revisao de
      *|                             acessos @ACESSO
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PL0024.
       ENVIRONMENT DIVISION.

       FILE-CONTROL.

       SELECT RELATO
                ASSIGN          TO RELATO-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-REL
                ACCESS          IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RELATO.

       01 REG-RELATO PIC X(160).

       WORKING-STORAGE SECTION.

      * Registo com nomes dos campos pretendidos no ecran - alterar
       01 FROW-WK.
           &CAMPOS MSTTBL

       77 RELATO-PATH   PIC X(256) VALUE SPACES.
       77 RESERVADA-REL PIC XX VALUE "00".
       77 RELATO-ABERTO PIC X VALUE "N".
           88 RELATO-ESTA-ABERTO  VALUE "Y".

       77 DATA-REL      PIC 9(08) VALUE ZERO.

      * CATEGORIA RESERVADA @ACESSO (MESMO DESENHO DO PL0010) -
      *    ARGBUS POS 1-8    UTILIZADOR
      *           POS 9-18   CODTBL (@TODAS = QUALQUER CODTBL SEM
      *                      LINHA PROPRIA DO OPERADOR)
      *    FUNCIO POS 1-5    CONSULTAR/INSERIR/ALTERAR/ELIMINAR/
      *                      APROVAR (S/N)
      * A LINHA ARGBUS=@ACESSO LIGA O CONTROLO
       77 CATEG-ACESSO  PIC X(10) VALUE "@ACESSO".
       77 CATEG-TODAS   PIC X(10) VALUE "@TODAS".
       77 CONTROLO-LIG  PIC X VALUE "N".

      * LINHAS @ACESSO CARREGADAS POR ORDEM DE ARGBUS (LOGO AGRUPADAS
      * POR OPERADOR) ANTES DE SE PROCURAREM AS CODTBL, QUE
      * REUTILIZAM O MESMO CURSOR
       01 ACE-BASE.
           02 ACE-ENT OCCURS 2000.
              03 ACE-UTILIZ   PIC X(08).
              03 ACE-CODTBL   PIC X(10).
              03 ACE-DIREITOS PIC X(05).
       77 TOTAL-ACE     PIC 9(05) COMP VALUE ZERO.
       77 IND-ACE       PIC 9(05) COMP VALUE ZERO.
       77 IND-DIR       PIC 9(01) COMP VALUE ZERO.

      * FILTRO OPCIONAL POR OPERADOR (TEXTO POS 1-8)
       77 UTILIZ-PEDIDO PIC X(08) VALUE SPACES.

       77 UTILIZ-ANT    PIC X(08) VALUE SPACES.
       77 HA-CODTBL     PIC X VALUE "N".
       77 OBS-LINHA     PIC X(30) VALUE SPACES.

      * TOTAIS (POR OPERADOR E DA CORRIDA)
       77 TOTAL-OPER-LIN PIC 9(05) COMP VALUE ZERO.
       77 TOTAL-OPERADOR PIC 9(05) COMP VALUE ZERO.
       77 TOTAL-LINHAS   PIC 9(05) COMP VALUE ZERO.
       77 TOTAL-OBS      PIC 9(05) COMP VALUE ZERO.
       77 OPER-LIN-ED    PIC Z(04)9.
       77 OPERADOR-ED    PIC Z(04)9.
       77 LINHAS-ED      PIC Z(04)9.
       77 OBS-ED         PIC Z(04)9.

       LINKAGE SECTION.
       01 PARAM-WRITE.
           02 OPERACAO     PIC X(6).
           02 FICHEIRO     PIC X(20).
           02 TEXTO        PIC X(160).

       PROCEDURE DIVISION USING PARAM-WRITE.
       INICIO.
      *-------
           MOVE ZERO TO RETURN-CODE
           MOVE ZERO TO TOTAL-ACE
           MOVE ZERO TO TOTAL-OPERADOR
           MOVE ZERO TO TOTAL-LINHAS
           MOVE ZERO TO TOTAL-OBS
           PERFORM INICIALIZACIONES
           PERFORM CARREGA-ACESSOS
           PERFORM ESCREVE-CABECALHO
           PERFORM VARYING IND-ACE FROM 1 BY 1
                   UNTIL IND-ACE > TOTAL-ACE
              PERFORM LISTA-ACESSO
           END-PERFORM
           PERFORM FECHA-OPERADOR
           PERFORM ESCREVE-TOTAIS
           .

       FIN-PROGRAMA.
      *-------------
           IF RELATO-ESTA-ABERTO
              CLOSE RELATO
           END-IF

           &COMIT WORK
           EXIT PROGRAM.
           STOP RUN.

       INICIALIZACIONES.
      *-----------------
      *    FICHEIRO E O RELATORIO; TEXTO POS 1-8 LIMITA A REVISAO A
      *    UM OPERADOR (EM BRANCO = TODOS).
           MOVE TEXTO OF PARAM-WRITE(1:8) TO UTILIZ-PEDIDO
           ACCEPT DATA-REL FROM DATE YYYYMMDD

           MOVE "N" TO RELATO-ABERTO
           MOVE SPACES TO RELATO-PATH
           MOVE FICHEIRO OF PARAM-WRITE TO RELATO-PATH
           OPEN OUTPUT RELATO
           IF RESERVADA-REL NOT = "00"
              DISPLAY "PL0024 - ERRO NA OPEN DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0024 - FILE STATUS = " RESERVADA-REL
              MOVE 16 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           MOVE "Y" TO RELATO-ABERTO
           .

       CARREGA-ACESSOS.
      *-----------------
      *    CARREGA AS LINHAS @ACESSO DE OPERADOR; A LINHA QUE LIGA O
      *    CONTROLO SO DEFINE O ESTADO QUE O CABECALHO MOSTRA.
           MOVE "N" TO CONTROLO-LIG
           INITIALIZE REG-MSTTBL
           MOVE CATEG-ACESSO TO CODTBL OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,

           PERFORM CARREGA-ACE-LOTE UNTIL IO-NUMREC = 0

           IF TOTAL-ACE = 0
              DISPLAY "PL0024 - NADA - SEM DIREITOS @ACESSO A REVER"
              MOVE SPACES TO REG-RELATO
              MOVE "SEM DIREITOS @ACESSO A REVER" TO REG-RELATO
              PERFORM ESCREVE-LINHA-REL
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           .

       CARREGA-ACE-LOTE.
      *------------------
           PERFORM VARYING PTR-MSTTBL FROM 1 BY 1 UNTIL PTR-MSTTBL >
              IO-NUMREC
              MOVE CORR ARR-REG-MSTTBL(PTR-MSTTBL) TO REG-MSTTBL
              IF ARGBUS OF REG-MSTTBL = CATEG-ACESSO
                 MOVE "Y" TO CONTROLO-LIG
              ELSE
                 IF UTILIZ-PEDIDO = SPACES
                    OR UTILIZ-PEDIDO = ARGBUS OF REG-MSTTBL(1:8)
                    IF TOTAL-ACE = 2000
                       DISPLAY "PL0024 - LINHAS @ACESSO A MAIS - SO "
                               "AS PRIMEIRAS 2000 SAO LISTADAS"
                    ELSE
                       ADD 1 TO TOTAL-ACE
                       MOVE ARGBUS OF REG-MSTTBL(1:8)
                            TO ACE-UTILIZ(TOTAL-ACE)
                       MOVE ARGBUS OF REG-MSTTBL(9:10)
                            TO ACE-CODTBL(TOTAL-ACE)
                       MOVE FUNCIO OF REG-MSTTBL(1:5)
                            TO ACE-DIREITOS(TOTAL-ACE)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF IO-NUMREC < 1500
              MOVE ZERO TO IO-NUMREC
           ELSE
              &STR MSTTBL,MSTTBL01,GT,[1500],CODTBL,ARGBUS
           END-IF
           .

       ESCREVE-CABECALHO.
      *-------------------
           MOVE SPACES TO REG-RELATO
           STRING  "REVISAO DE ACESSOS @ACESSO - DATA="
                                                   DELIMITED BY SIZE
                   DATA-REL                        DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           IF CONTROLO-LIG = "Y"
              MOVE "CONTROLO LIGADO" TO REG-RELATO(50:20)
           ELSE
              MOVE "CONTROLO DESLIGADO - NINGUEM E BARRADO"
                TO REG-RELATO(50:40)
           END-IF
           PERFORM ESCREVE-LINHA-REL

           MOVE SPACES TO REG-RELATO
           STRING  "UTILIZ   CODTBL     "          DELIMITED BY SIZE
                   "CONS INS  ALT  ELIM APROV OBS" DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           PERFORM ESCREVE-LINHA-REL
           .

       LISTA-ACESSO.
      *--------------
      *    UMA LINHA POR OPERADOR/CODTBL; A MUDANCA DE OPERADOR FECHA
      *    O SUBTOTAL DO ANTERIOR. UMA CODTBL SEM REGISTOS EM MSTTBL
      *    FICA ASSINALADA - E UM DIREITO QUE JA NAO SERVE.
           IF ACE-UTILIZ(IND-ACE) NOT = UTILIZ-ANT
              PERFORM FECHA-OPERADOR
              MOVE ACE-UTILIZ(IND-ACE) TO UTILIZ-ANT
              ADD 1 TO TOTAL-OPERADOR
           END-IF
           ADD 1 TO TOTAL-OPER-LIN
           ADD 1 TO TOTAL-LINHAS

           MOVE SPACES TO OBS-LINHA
           IF ACE-CODTBL(IND-ACE) = SPACES
              MOVE "SEM CODTBL" TO OBS-LINHA
           ELSE
              IF ACE-CODTBL(IND-ACE) NOT = CATEG-TODAS
                 PERFORM LE-CODTBL
                 IF HA-CODTBL = "N"
                    MOVE "CODTBL SEM REGISTOS" TO OBS-LINHA
                 END-IF
              END-IF
           END-IF
           IF OBS-LINHA NOT = SPACES
              ADD 1 TO TOTAL-OBS
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO REG-RELATO
           MOVE ACE-UTILIZ(IND-ACE) TO REG-RELATO(1:8)
           MOVE ACE-CODTBL(IND-ACE) TO REG-RELATO(10:10)
           PERFORM VARYING IND-DIR FROM 1 BY 1 UNTIL IND-DIR > 5
              IF ACE-DIREITOS(IND-ACE)(IND-DIR:1) = "S"
                 MOVE "S" TO REG-RELATO(16 + IND-DIR * 5:1)
              ELSE
                 MOVE "N" TO REG-RELATO(16 + IND-DIR * 5:1)
              END-IF
           END-PERFORM
           MOVE OBS-LINHA TO REG-RELATO(47:30)
           PERFORM ESCREVE-LINHA-REL
           .

       FECHA-OPERADOR.
      *----------------
      *    SUBTOTAL DO OPERADOR ANTERIOR (NADA NA PRIMEIRA LINHA)
           IF TOTAL-OPER-LIN > 0
              MOVE TOTAL-OPER-LIN TO OPER-LIN-ED
              MOVE SPACES TO REG-RELATO
              STRING  "   OPERADOR "               DELIMITED BY SIZE
                      UTILIZ-ANT                   DELIMITED BY SPACE
                      " - LINHAS="                 DELIMITED BY SIZE
                      OPER-LIN-ED                  DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
              PERFORM ESCREVE-LINHA-REL
              MOVE SPACES TO REG-RELATO
              PERFORM ESCREVE-LINHA-REL
              MOVE ZERO TO TOTAL-OPER-LIN
           END-IF
           .

       LE-CODTBL.
      *-----------
      *    CONFIRMA QUE A CODTBL ACE-CODTBL(IND-ACE) TEM PELO MENOS
      *    UM REGISTO EM MSTTBL.
           MOVE "N" TO HA-CODTBL
           INITIALIZE REG-MSTTBL
           MOVE ACE-CODTBL(IND-ACE) TO CODTBL OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           IF IO-NUMREC > 0
              IF CODTBL OF ARR-REG-MSTTBL(1) = ACE-CODTBL(IND-ACE)
                 MOVE "Y" TO HA-CODTBL
              END-IF
           END-IF
           .

       ESCREVE-TOTAIS.
      *----------------
           MOVE TOTAL-OPERADOR TO OPERADOR-ED
           MOVE TOTAL-LINHAS   TO LINHAS-ED
           MOVE TOTAL-OBS      TO OBS-ED

           MOVE SPACES TO REG-RELATO
           STRING  "TOTAL OPERADORES="             DELIMITED BY SIZE
                   OPERADOR-ED                     DELIMITED BY SIZE
                   " LINHAS="                      DELIMITED BY SIZE
                   LINHAS-ED                       DELIMITED BY SIZE
                   " COM OBSERVACAO="              DELIMITED BY SIZE
                   OBS-ED                          DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           PERFORM ESCREVE-LINHA-REL

           DISPLAY "PL0024 - OPERADORES      = " OPERADOR-ED
           DISPLAY "PL0024 - LINHAS          = " LINHAS-ED
           DISPLAY "PL0024 - COM OBSERVACAO  = " OBS-ED
           .

       ESCREVE-LINHA-REL.
      *-------------------
           WRITE REG-RELATO
           IF RESERVADA-REL NOT = "00"
              DISPLAY "PL0024 - ERRO NA WRITE DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0024 - FILE STATUS = " RESERVADA-REL
              MOVE 20 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           .
