      *----------------------------------------------------------------
      *| Realizado por..:                          Fecha:
      *| Aplicacion.....:
      *| Sistema........:
      *| Area...........:
      *| Descripcion....:  Varrimento de orfaos: percorre MSTTBL
      *|                    inteira e, para cada CODTBL filha de uma
      *|                    ligacao @REFERE, lista as linhas cujo
      *|                    FUNCIO nao existe como ARGBUS na CODTBL
      *|                    mae; termina com RC 4 quando ha orfaos,
      *|                    para o condutor PL0014 o assinalar
      *| Funcion........:
      *|
      *----------------------------------------------------------------
      *| Mantenimientos efectuados
      *| --FECHA-- --RESPONSABLE--  --------DESCRIPCION DE AJUSTE------
      *| 15/10/26  PM               Versao inicial - varrimento de
      *|                             orfaos @REFERE
      *| 15/10/26  PM               Instantes INICIO=/FIM= no fim
      *|                             da linha do log (janela da noite)
      *| 15/10/26  PM               Janelas @VIGENC verificadas pela
      *|                             ligacao @REFERE da CODTBL alvo
      *|                             (valor da janela)
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PL0023.
       ENVIRONMENT DIVISION.

       FILE-CONTROL.

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

       FD RELATO.

       01 REG-RELATO PIC X(160).

       FD LOGAUD.

       01 REG-LOGAUD PIC X(160).

       WORKING-STORAGE SECTION.

      * Registo com nomes dos campos pretendidos no ecran - alterar
       01 FROW-WK.
           &CAMPOS MSTTBL

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
      * INSTANTE DE ARRANQUE DA CORRIDA (HHMMSSCC), NO FIM DA LINHA
      * DO LOG (INICIO=/FIM=) PARA O RELATORIO DA JANELA DA NOITE
      * (PL0031) MEDIR O TEMPO DO PASSO
       77 HORA-INICIO-LOG PIC 9(08) VALUE ZERO.

      * LIGACOES @REFERE (MESMO DESENHO DO PL0010), CARREGADAS UMA
      * VEZ POR CORRIDA -
      *    ARGBUS            CODTBL FILHA
      *    FUNCIO POS 1-10   CODTBL MAE
      *           POS 11     FUNCIO EM BRANCO PERMITIDO NA FILHA (S/N)
       77 CATEG-REFERE  PIC X(10) VALUE "@REFERE".
       01 LIG-BASE.
           02 LIG-ENT OCCURS 200.
              03 LIG-FILHA PIC X(10).
              03 LIG-MAE   PIC X(10).
              03 LIG-VAZIO PIC X(01).
       77 TOTAL-LIG     PIC 9(03) COMP VALUE ZERO.
       77 IND-LIG       PIC 9(03) COMP VALUE ZERO.
       77 LIG-ACHADA    PIC 9(03) COMP VALUE ZERO.

      * LOTE CORRENTE DO VARRIMENTO - COPIADO DO CURSOR ANTES DE SE
      * PROCURAREM AS CHAVES MAE, QUE REUTILIZAM O MESMO CURSOR
       01 LOTE-BASE.
           02 LOTE-ENT OCCURS 1500.
              03 LOTE-CODTBL PIC X(10).
              03 LOTE-ARGBUS PIC X(20).
              03 LOTE-FUNCIO PIC X(40).
       77 TOTAL-LOTE    PIC 9(05) COMP VALUE ZERO.
       77 IND-LOTE      PIC 9(05) COMP VALUE ZERO.
       77 VARRIMENTO-FIM PIC X VALUE "N".
           88 FIM-VARRIMENTO      VALUE "Y".

      * JANELAS DE VIGENCIA (@VIGENC, MESMO DESENHO DO PL0010): O
      * VALOR DA JANELA (FUNCIO POS 17-40) E EXPORTADO COMO FUNCIO DA
      * LINHA ALVO (CODTBL NO ARGBUS POS 1-10) E TEM DE TER A MAE
      * DESSA CODTBL COMO QUALQUER OUTRO FUNCIO
       77 CATEG-VIGENC  PIC X(10) VALUE "@VIGENC".
       77 EXA-CODTBL    PIC X(10) VALUE SPACES.
       77 EXA-FUNCIO    PIC X(40) VALUE SPACES.

       77 REF-MAE       PIC X(10) VALUE SPACES.
       77 REF-CHAVE     PIC X(20) VALUE SPACES.
       77 HA-CHAVE-MAE  PIC X VALUE "N".
       77 MOTIVO-ORFAO  PIC X(30) VALUE SPACES.

      * TOTAIS DO VARRIMENTO (PARA O RELATORIO E PARA O LOG)
       77 TOTAL-LIDOS    PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-VERIF    PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-ORFAOS   PIC 9(09) COMP VALUE ZERO.
       77 LIDOS-ED       PIC Z(08)9.
       77 VERIF-ED       PIC Z(08)9.
       77 ORFAOS-ED      PIC Z(08)9.

       LINKAGE SECTION.
       01 PARAM-WRITE.
           02 OPERACAO     PIC X(6).
           02 FICHEIRO     PIC X(20).
           02 TEXTO        PIC X(160).

       PROCEDURE DIVISION USING PARAM-WRITE.
       INICIO.
      *-------
           ACCEPT HORA-INICIO-LOG FROM TIME
           MOVE ZERO TO RETURN-CODE
           MOVE ZERO TO TOTAL-LIDOS
           MOVE ZERO TO TOTAL-VERIF
           MOVE ZERO TO TOTAL-ORFAOS
           MOVE "N"  TO VARRIMENTO-FIM
           PERFORM INICIALIZACIONES
           PERFORM CARREGA-LIGACOES
           PERFORM VARRE-MSTTBL
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
      *    FICHEIRO E O RELATORIO DE ORFAOS; O TEXTO NAO E USADO - O
      *    VARRIMENTO COBRE SEMPRE A TABELA INTEIRA.
           MOVE "N" TO RELATO-ABERTO
           MOVE SPACES TO RELATO-PATH
           MOVE FICHEIRO OF PARAM-WRITE TO RELATO-PATH
           OPEN OUTPUT RELATO
           IF RESERVADA-REL NOT = "00"
              DISPLAY "PL0023 - ERRO NA OPEN DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0023 - FILE STATUS = " RESERVADA-REL
              MOVE 16 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           MOVE "Y" TO RELATO-ABERTO

           MOVE SPACES TO REG-RELATO
           STRING  "CODTBL     ARGBUS               "  DELIMITED BY SIZE
                   "FUNCIO                                   "
                                                   DELIMITED BY SIZE
                   "MAE        MOTIVO"             DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           PERFORM ESCREVE-LINHA-REL
           .

       CARREGA-LIGACOES.
      *------------------
      *    CARREGA AS LIGACOES @REFERE; SEM LIGACOES NAO HA NADA A
      *    VERIFICAR E A CORRIDA TERMINA LIMPA.
           MOVE ZERO TO TOTAL-LIG
           INITIALIZE REG-MSTTBL
           MOVE CATEG-REFERE TO CODTBL OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,

           PERFORM CARREGA-LIG-LOTE UNTIL IO-NUMREC = 0

           IF TOTAL-LIG = 0
              DISPLAY "PL0023 - SEM LIGACOES @REFERE - NADA A "
                      "VERIFICAR"
              MOVE SPACES TO REG-RELATO
              MOVE "SEM LIGACOES @REFERE - NADA A VERIFICAR"
                TO REG-RELATO
              PERFORM ESCREVE-LINHA-REL
              GO TO FIN-PROGRAMA
           END-IF
           .

       CARREGA-LIG-LOTE.
      *------------------
           PERFORM VARYING PTR-MSTTBL FROM 1 BY 1 UNTIL PTR-MSTTBL >
              IO-NUMREC
              MOVE CORR ARR-REG-MSTTBL(PTR-MSTTBL) TO REG-MSTTBL
              IF ARGBUS OF REG-MSTTBL(1:10) NOT = SPACES
                 AND FUNCIO OF REG-MSTTBL(1:10) NOT = SPACES
                 IF TOTAL-LIG = 200
                    DISPLAY "PL0023 - LIGACOES A MAIS - SO AS "
                            "PRIMEIRAS 200 SAO VERIFICADAS"
                 ELSE
                    ADD 1 TO TOTAL-LIG
                    MOVE ARGBUS OF REG-MSTTBL(1:10)
                         TO LIG-FILHA(TOTAL-LIG)
                    MOVE FUNCIO OF REG-MSTTBL(1:10)
                         TO LIG-MAE(TOTAL-LIG)
                    MOVE FUNCIO OF REG-MSTTBL(11:1)
                         TO LIG-VAZIO(TOTAL-LIG)
                 END-IF
              END-IF
           END-PERFORM

           IF IO-NUMREC < 1500
              MOVE ZERO TO IO-NUMREC
           ELSE
              &STR MSTTBL,MSTTBL01,GT,[1500],CODTBL,ARGBUS
           END-IF
           .

       VARRE-MSTTBL.
      *--------------
      *    UM VARRIMENTO ORDENADO DE MSTTBL PELO CURSOR MSTTBL01, DO
      *    PRINCIPIO AO FIM, COMO A EXPORTACAO INTEGRAL DO PL0010.
           INITIALIZE REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,ARGBUS

           IF IO-NUMREC = 0
              DISPLAY "PL0023 - NADA - MSTTBL SEM REGISTOS"
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

           PERFORM VARRE-LOTE UNTIL FIM-VARRIMENTO
           .

       VARRE-LOTE.
      *------------
      *    COPIA O LOTE LIDO, EXAMINA-O LINHA A LINHA E RETOMA O
      *    CURSOR (GT) A PARTIR DA ULTIMA CHAVE DO LOTE; UM LOTE
      *    INCOMPLETO MARCA O FIM DO VARRIMENTO.
           MOVE IO-NUMREC TO TOTAL-LOTE
           PERFORM VARYING IND-LOTE FROM 1 BY 1
                   UNTIL IND-LOTE > TOTAL-LOTE
              MOVE CORR ARR-REG-MSTTBL(IND-LOTE) TO REG-MSTTBL
              MOVE CODTBL OF REG-MSTTBL TO LOTE-CODTBL(IND-LOTE)
              MOVE ARGBUS OF REG-MSTTBL TO LOTE-ARGBUS(IND-LOTE)
              MOVE FUNCIO OF REG-MSTTBL TO LOTE-FUNCIO(IND-LOTE)
           END-PERFORM

           PERFORM VARYING IND-LOTE FROM 1 BY 1
                   UNTIL IND-LOTE > TOTAL-LOTE
              ADD 1 TO TOTAL-LIDOS
              PERFORM EXAMINA-LINHA
           END-PERFORM

           IF TOTAL-LOTE < 1500
              MOVE "Y" TO VARRIMENTO-FIM
           ELSE
              INITIALIZE REG-MSTTBL
              MOVE LOTE-CODTBL(TOTAL-LOTE) TO CODTBL OF REG-MSTTBL
              MOVE LOTE-ARGBUS(TOTAL-LOTE) TO ARGBUS OF REG-MSTTBL
              &STR MSTTBL,MSTTBL01,GT,[1500],CODTBL,ARGBUS
              IF IO-NUMREC = 0
                 MOVE "Y" TO VARRIMENTO-FIM
              END-IF
           END-IF
           .

       EXAMINA-LINHA.
      *---------------
      *    UMA LINHA DE UMA CODTBL FILHA E ORFA QUANDO O SEU FUNCIO
      *    NAO E UMA CHAVE DA MAE, OU QUANDO ESTA EM BRANCO E A
      *    LIGACAO NAO O PERMITE - AS MESMAS REGRAS DA VALIDACAO.
      *    UMA JANELA @VIGENC E VERIFICADA PELA LIGACAO DA SUA CODTBL
      *    ALVO COM O VALOR DA JANELA NO LUGAR DO FUNCIO, E SAI NO
      *    RELATORIO COM A SUA PROPRIA CHAVE @VIGENC.
           IF LOTE-CODTBL(IND-LOTE) = CATEG-VIGENC
              MOVE LOTE-ARGBUS(IND-LOTE)(1:10) TO EXA-CODTBL
              MOVE SPACES TO EXA-FUNCIO
              MOVE LOTE-FUNCIO(IND-LOTE)(17:24) TO EXA-FUNCIO(1:24)
           ELSE
              MOVE LOTE-CODTBL(IND-LOTE) TO EXA-CODTBL
              MOVE LOTE-FUNCIO(IND-LOTE) TO EXA-FUNCIO
           END-IF

           MOVE ZERO TO LIG-ACHADA
           PERFORM VARYING IND-LIG FROM 1 BY 1
                   UNTIL IND-LIG > TOTAL-LIG
              IF LIG-FILHA(IND-LIG) = EXA-CODTBL
                 MOVE IND-LIG TO LIG-ACHADA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF LIG-ACHADA = 0
              GO TO EXAMINA-LINHA-EXIT
           END-IF

           ADD 1 TO TOTAL-VERIF
           MOVE LIG-MAE(LIG-ACHADA) TO REF-MAE
           MOVE SPACES TO MOTIVO-ORFAO

           IF EXA-FUNCIO = SPACES
              IF LIG-VAZIO(LIG-ACHADA) NOT = "S"
                 MOVE "FUNCIO EM BRANCO" TO MOTIVO-ORFAO
                 PERFORM ESCREVE-ORFAO
              END-IF
              GO TO EXAMINA-LINHA-EXIT
           END-IF

           IF EXA-FUNCIO(21:20) NOT = SPACES
              MOVE "FUNCIO NAO E CHAVE" TO MOTIVO-ORFAO
              PERFORM ESCREVE-ORFAO
              GO TO EXAMINA-LINHA-EXIT
           END-IF

           MOVE EXA-FUNCIO(1:20) TO REF-CHAVE
           PERFORM LE-CHAVE-MAE
           IF HA-CHAVE-MAE = "N"
              MOVE "SEM CHAVE MAE" TO MOTIVO-ORFAO
              PERFORM ESCREVE-ORFAO
           END-IF
           .

       EXAMINA-LINHA-EXIT.
      *--------------------
           EXIT.

       LE-CHAVE-MAE.
      *--------------
      *    CONFIRMA QUE A CHAVE REF-CHAVE EXISTE COMO ARGBUS NA
      *    CATEGORIA MAE REF-MAE.
           MOVE "N" TO HA-CHAVE-MAE
           INITIALIZE REG-MSTTBL
           MOVE REF-MAE   TO CODTBL OF REG-MSTTBL
           MOVE REF-CHAVE TO ARGBUS OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           IF IO-NUMREC > 0
              IF CODTBL OF ARR-REG-MSTTBL(1) = REF-MAE
                 AND ARGBUS OF ARR-REG-MSTTBL(1) = REF-CHAVE
                 MOVE "Y" TO HA-CHAVE-MAE
              END-IF
           END-IF
           .

       ESCREVE-ORFAO.
      *---------------
           ADD 1 TO TOTAL-ORFAOS
           MOVE 4 TO RETURN-CODE
           MOVE SPACES TO REG-RELATO
           MOVE LOTE-CODTBL(IND-LOTE) TO REG-RELATO(1:10)
           MOVE LOTE-ARGBUS(IND-LOTE) TO REG-RELATO(12:20)
           MOVE LOTE-FUNCIO(IND-LOTE) TO REG-RELATO(33:40)
           MOVE REF-MAE               TO REG-RELATO(74:10)
           MOVE MOTIVO-ORFAO          TO REG-RELATO(85:30)
           PERFORM ESCREVE-LINHA-REL
           .

       ESCREVE-TOTAIS.
      *----------------
           MOVE TOTAL-LIDOS  TO LIDOS-ED
           MOVE TOTAL-VERIF  TO VERIF-ED
           MOVE TOTAL-ORFAOS TO ORFAOS-ED

           MOVE SPACES TO REG-RELATO
           STRING  "TOTAL LIDOS="        DELIMITED BY SIZE
                   LIDOS-ED              DELIMITED BY SIZE
                   " VERIFICADOS="       DELIMITED BY SIZE
                   VERIF-ED              DELIMITED BY SIZE
                   " ORFAOS="            DELIMITED BY SIZE
                   ORFAOS-ED             DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           PERFORM ESCREVE-LINHA-REL

           DISPLAY "PL0023 - LINHAS LIDAS       = " LIDOS-ED
           DISPLAY "PL0023 - LINHAS VERIFICADAS = " VERIF-ED
           DISPLAY "PL0023 - ORFAOS             = " ORFAOS-ED
           .

       ESCREVE-LINHA-REL.
      *-------------------
           WRITE REG-RELATO
           IF RESERVADA-REL NOT = "00"
              DISPLAY "PL0023 - ERRO NA WRITE DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0023 - FILE STATUS = " RESERVADA-REL
              MOVE 20 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           .

       GRAVA-LOG.
      *-----------
      *    ACRESCENTA UMA LINHA AO LOG DE AUDITORIA PARTILHADO COM O
      *    TOTAL DE ORFAOS E O RETURN-CODE, NO MESMO ESTILO DAS
      *    LINHAS QUE O PL0010 ESCREVE.
           ACCEPT DATA-LOG FROM DATE YYYYMMDD
           ACCEPT HORA-LOG FROM TIME
           MOVE TOTAL-ORFAOS TO ORFAOS-ED
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
                      " OPERACAO=ORFAOS"   DELIMITED BY SIZE
                      " FICHEIRO="         DELIMITED BY SIZE
                      FICHEIRO OF PARAM-WRITE DELIMITED BY SPACE
                      " REGISTOS="         DELIMITED BY SIZE
                      ORFAOS-ED            DELIMITED BY SIZE
                      " RC="               DELIMITED BY SIZE
                      RETCODE-LOG-ED       DELIMITED BY SIZE
                      " INICIO="           DELIMITED BY SIZE
                      HORA-INICIO-LOG      DELIMITED BY SIZE
                      " FIM="              DELIMITED BY SIZE
                      HORA-LOG             DELIMITED BY SIZE
                      INTO REG-LOGAUD
              END-STRING
              WRITE REG-LOGAUD
              CLOSE LOGAUD
           END-IF
           .
