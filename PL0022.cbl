      *| Mantenimientos efectuados
      *| --FECHA-- --RESPONSABLE--  --------DESCRIPCION DE AJUSTE------
      *| 02/09/26  PM               Versao inicial - entrega/confirma
      *| 15/10/26  PM               Passos ORFAOS (varrimento de
      *|                             orfaos) nao sao entregues
      *| 15/10/26  PM               Tolerancia de volume @TOLERA:
      *|                             ficheiro fora fica RETIDO, corrida
      *|                             LIBERA com operador; retidos a
      *|                             parte no relatorio da manha
      *| 15/10/26  PM               Instantes INICIO=/FIM= no fim
      *|                             da linha do log (janela da noite)
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
                FILE STATUS     IS RESERVADA-MAN
                ACCESS          IS SEQUENTIAL.

       SELECT MANANT
                ASSIGN          TO MANANT-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-MNA
                ACCESS          IS SEQUENTIAL.

       SELECT ESTADO
                ASSIGN          TO ESTADO-PATH
                ORGANIZATION    IS LINE SEQUENTIAL

       01 REG-MANIFST PIC X(300).

       FD MANANT.

      * MANIFESTO DE UMA ENTREGA ANTERIOR - SO PARA LER OS REGISTOS
      * DE UM FICHEIRO JA ENTREGUE
       01 REG-MANANT PIC X(300).

       FD ESTADO.

      * UMA LINHA POR FICHEIRO ENTREGUE: DESTINO, ORIGEM, CODTBL,
      * DATA/HORA DA ENTREGA, SITUACAO (ENVIADO/CONFIRMADO/RETIDO),
      * DATA DA CONFIRMACAO, REGISTOS ENTREGUES E O LIMITE @TOLERA
      * QUE RETEVE O FICHEIRO (LIBERADO DEPOIS DA LIBERTACAO)
       01 REG-ESTADO.
           02 EST-DESTINO PIC X(40).
           02 FILLER      PIC X(01).
           02 EST-SITU    PIC X(10).
           02 FILLER      PIC X(01).
           02 EST-DATCONF PIC 9(08).
           02 FILLER      PIC X(01).
           02 EST-REGISTOS PIC 9(09).
           02 FILLER      PIC X(01).
           02 EST-LIMITE  PIC X(08).

       FD ACKFIL.


       WORKING-STORAGE SECTION.

      * Registo com nomes dos campos pretendidos no ecran - alterar
       01 FROW-WK.
           &CAMPOS MSTTBL

       77 CONTROLO-PATH PIC X(256) VALUE SPACES.
       77 RESERVADA     PIC XX VALUE "00".
       77 CONTROLO-FIM  PIC X VALUE "N".
       77 MANIFST-ABERTO PIC X VALUE "N".
           88 MANIFST-ESTA-ABERTO VALUE "Y".

       77 MANANT-PATH   PIC X(256) VALUE SPACES.
       77 RESERVADA-MNA PIC XX VALUE "00".
       77 MANANT-FIM    PIC X VALUE "N".
           88 FIM-MANANT          VALUE "Y".

      * FICHEIRO DE SITUACAO DAS ENTREGAS - FIXO E PARTILHADO ENTRE
      * A ENTREGA, A CONFIRMACAO E O RELATORIO DA MANHA
       77 ESTADO-PATH   PIC X(256) VALUE "C:\TRANSM.EST".
       77 LOG-OPERAC    PIC X(06) VALUE SPACES.
       77 LOG-FICHEIRO  PIC X(40) VALUE SPACES.
       77 LOG-RC-ED     PIC Z(03)9.
      *    TOKEN EXTRA DA LINHA (COM O ESPACO DA FRENTE): O LIMITE
      *    NUMA RETENCAO, O OPERADOR NUMA LIBERTACAO
       77 LOG-EXTRA     PIC X(30) VALUE SPACES.
      * INSTANTES DE ARRANQUE E DE FIM DA CORRIDA OU DE CADA
      * ENTREGA (HHMMSSCC), NO FIM DA LINHA DO LOG
      * (INICIO=/FIM=) PARA O RELATORIO DA JANELA DA NOITE (PL0031)
      * MEDIR O TEMPO DE CADA PASSO
       77 HORA-INICIO-LOG PIC 9(08) VALUE ZERO.
       77 HORA-FIM-LOG    PIC 9(08) VALUE ZERO.

      * MODO PEDIDO EM OPERACAO: ENVIA (DEFEITO), CONFIR, RELATO OU
      * LIBERA
       77 MODO-PEDIDO   PIC X VALUE "E".
           88 MODO-ENVIA          VALUE "E".
           88 MODO-CONFIR         VALUE "C".
           88 MODO-RELATO         VALUE "R".
           88 MODO-LIBERA         VALUE "L".

      * ENTREGA EM CURSO
       77 DATA-ENTREGA  PIC 9(08) VALUE ZERO.
       77 LINHAS-ED     PIC Z(08)9.
       77 SOMA-ED       PIC Z(14)9.
       77 CONTA-ED      PIC Z(04)9.
       77 DESTINO-FINAL PIC X(256) VALUE SPACES.
       77 SITU-NOVA     PIC X(10) VALUE SPACES.

      * SOMA DE VERIFICACAO SENSIVEL A POSICAO SOBRE A LINHA INTEIRA
      * - MESMO CALCULO POR CARATER DO PL0013
      * SITUACAO DAS ENTREGAS EM MEMORIA (PARA A CONFIRMACAO E PARA
      * O RELATORIO)
       01 EST-BASE.
           02 EST-ENT OCCURS 500 PIC X(130).
       77 TOTAL-EST     PIC 9(03) COMP VALUE ZERO.
       77 IND-EST       PIC 9(03) COMP VALUE ZERO.
       77 EST-MUDADOS   PIC 9(03) COMP VALUE ZERO.
       77 TOTAL-SEMPASSA   PIC 9(03) COMP VALUE ZERO.
       77 TOTAL-CONFIRM    PIC 9(03) COMP VALUE ZERO.
       77 TOTAL-PENDENTES  PIC 9(03) COMP VALUE ZERO.
       77 TOTAL-RETIDOS    PIC 9(03) COMP VALUE ZERO.

      * TOLERANCIAS DE VOLUME (CATEGORIA RESERVADA @TOLERA, MANTIDA
      * COM AS MESMAS FERRAMENTAS QUE @REGRAS E @ACESSO): UMA LINHA
      * POR CODTBL (ARGBUS = CODTBL; @TODAS = DEFEITO PARA AS CODTBL
      * SEM LINHA PROPRIA) -
      *    FUNCIO POS 1-3    VARIACAO MAXIMA EM % FACE A ULTIMA
      *                      ENTREGA DO MESMO FICHEIRO
      *           POS 4-12   VARIACAO MAXIMA EM REGISTOS
      *           POS 13-21  MINIMO DE REGISTOS
      * UM LIMITE EM BRANCO NAO E VERIFICADO; SEM LINHA NENHUMA O
      * FICHEIRO SEGUE COMO SEMPRE. FORA DE UM LIMITE O FICHEIRO FICA
      * RETIDO: E COPIADO PARA <DESTINO>.RET, NAO ENTRA NO MANIFESTO
      * E SO UMA CORRIDA LIBERA (COM O NOME DO OPERADOR) O ENTREGA
       77 CATEG-TOLERA  PIC X(10) VALUE "@TOLERA".
       77 CATEG-TODAS   PIC X(10) VALUE "@TODAS".
       77 TOL-PROCURA   PIC X(10) VALUE SPACES.
       77 HA-TOLERANCIA PIC X VALUE "N".
       01 TOL-WK.
           02 TOL-PCT   PIC X(03).
           02 TOL-ABS   PIC X(09).
           02 TOL-MIN   PIC X(09).
       01 TOL-WK-N REDEFINES TOL-WK.
           02 TOL-PCT-N PIC 9(03).
           02 TOL-ABS-N PIC 9(09).
           02 TOL-MIN-N PIC 9(09).
       77 LIMITE-RET    PIC X(08) VALUE SPACES.
       77 CONTA-REGISTOS PIC 9(09) COMP VALUE ZERO.
       77 VARIACAO      PIC 9(09) COMP VALUE ZERO.
       77 VARIACAO-PCT  PIC 9(12) COMP VALUE ZERO.
       77 LIMITE-PCT    PIC 9(12) COMP VALUE ZERO.

      * ULTIMA ENTREGA DO MESMO FICHEIRO (MESMA CODTBL E ORIGEM)
       77 HA-ENTREGA-ANT PIC X VALUE "N".
       77 ANT-CONTADA   PIC X VALUE "N".
       77 ANT-DESTINO   PIC X(40) VALUE SPACES.
       77 ANT-DATA      PIC 9(08) VALUE ZERO.
       77 ANT-REGISTOS  PIC 9(09) COMP VALUE ZERO.
       77 ANT-ED        PIC Z(08)9.
       77 MAN-CODTBL    PIC X(10) VALUE SPACES.
       77 MAN-DESTINO   PIC X(40) VALUE SPACES.
       77 MAN-ORIGEM    PIC X(40) VALUE SPACES.
       01 MAN-REG-X     PIC X(09) VALUE SPACES.
       01 MAN-REG-N REDEFINES MAN-REG-X PIC 9(09).

      * LIBERTACAO DE UM FICHEIRO RETIDO
       77 LIB-DESTINO   PIC X(40) VALUE SPACES.
       77 LIB-OPERADOR  PIC X(08) VALUE SPACES.
       77 LIB-ACHADA    PIC 9(03) COMP VALUE ZERO.

       LINKAGE SECTION.
       01 PARAM-WRITE.
       PROCEDURE DIVISION USING PARAM-WRITE.
       INICIO.
      *-------
           ACCEPT HORA-INICIO-LOG FROM TIME
           PERFORM DECIDE-MODO
           EVALUATE TRUE
              WHEN MODO-CONFIR
                 PERFORM TRATA-CONFIRMACAO
              WHEN MODO-RELATO
                 PERFORM TRATA-RELATORIO
              WHEN MODO-LIBERA
                 PERFORM TRATA-LIBERTACAO
              WHEN OTHER
                 PERFORM TRATA-ENTREGA
           END-EVALUATE
           IF RELATO-ESTA-ABERTO
              CLOSE RELATO
           END-IF
           &COMIT WORK
           EXIT PROGRAM.
           STOP RUN.

                 MOVE "C" TO MODO-PEDIDO
              WHEN "RELATO"
                 MOVE "R" TO MODO-PEDIDO
              WHEN "LIBERA"
                 MOVE "L" TO MODO-PEDIDO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           ACCEPT HORA-ENTREGA FROM TIME

           PERFORM ACHA-SEQ-ENTREGA
           PERFORM ABRE-MANIFESTO

           MOVE SPACES TO CONTROLO-PATH
           MOVE FICHEIRO OF PARAM-WRITE TO CONTROLO-PATH
           DISPLAY "PL0022 - FICHEIROS ENTREGUES = " CONTA-ED
           MOVE TOTAL-SEMPASSA TO CONTA-ED
           DISPLAY "PL0022 - SEM VEREDICTO PASSA = " CONTA-ED
           MOVE TOTAL-RETIDOS TO CONTA-ED
           DISPLAY "PL0022 - RETIDOS (@TOLERA)   = " CONTA-ED
           IF TOTAL-ENTREGUES = 0 AND TOTAL-SEMPASSA = 0
              AND TOTAL-RETIDOS = 0
              DISPLAY "PL0022 - NADA - CONTROLO SEM PASSOS DE "
                      "EXPORTACAO"
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       ABRE-MANIFESTO.
      *----------------
      *    O MANIFESTO DE TRANSMISSAO E UM POR DIA (C:\TRANSM.
      *    AAAAMMDD.MAN) - CADA ENTREGA OU LIBERTACAO ACRESCENTA-LHE
      *    AS SUAS LINHAS.
           MOVE SPACES TO MANIFST-PATH
           STRING  "C:\TRANSM."     DELIMITED BY SIZE
                   DATA-ENTREGA     DELIMITED BY SIZE
                   ".MAN"           DELIMITED BY SIZE
                   INTO MANIFST-PATH
           END-STRING
           OPEN EXTEND MANIFST
           IF RESERVADA-MAN NOT = "00"
              OPEN OUTPUT MANIFST
           END-IF
           IF RESERVADA-MAN NOT = "00"
              DISPLAY "PL0022 - ERRO NA OPEN DO MANIFESTO - "
                      MANIFST-PATH
              DISPLAY "PL0022 - FILE STATUS = " RESERVADA-MAN
              MOVE 16 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           MOVE "Y" TO MANIFST-ABERTO
           .

       ACHA-SEQ-ENTREGA.
      *------------------
      *    A NUMERACAO DOS FICHEIROS DE ENTREGA DO DIA CONTINUA DA
                 CONTINUE
              WHEN CTL-OPERACAO = "PURGE"
                 CONTINUE
              WHEN CTL-OPERACAO = "ORFAOS"
                 CONTINUE
              WHEN CTL-OPERACAO = "FULL"
                 PERFORM ENTREGA-FULL
              WHEN OTHER
       ENTREGA-FICHEIRO.
      *------------------
      *    ENTREGA UM FICHEIRO: EXIGE O VEREDICTO PASSA DO SEU .CTL
      *    (PL0013) E O VOLUME DENTRO DA TOLERANCIA @TOLERA, COPIA-O
      *    PARA C:\TRANSM.AAAAMMDD.NNN CONTANDO LINHAS E SOMA DE
      *    VERIFICACAO, ESCREVE A LINHA DO MANIFESTO E DA SITUACAO E
      *    REGISTA TRANSM NO LOG. FORA DA TOLERANCIA O FICHEIRO FICA
      *    RETIDO.
           PERFORM LE-VEREDICTO
           IF VEREDICTO NOT = "PASSA"
              ADD 1 TO TOTAL-SEMPASSA
                   INTO DESTINO-PATH
           END-STRING

           PERFORM AVALIA-TOLERANCIA
           IF LIMITE-RET NOT = SPACES
              PERFORM RETEM-FICHEIRO
              GO TO ENTREGA-FICHEIRO-EXIT
           END-IF

           PERFORM COPIA-FICHEIRO
           IF RETURN-CODE = 20
              GO TO FIN-PROGRAMA
           END-IF

           PERFORM ESCREVE-MANIFESTO
           MOVE "ENVIADO" TO SITU-NOVA
           PERFORM ESCREVE-ESTADO
           MOVE "TRANSM" TO LOG-OPERAC
           MOVE ORIGEM-PATH(1:40) TO LOG-FICHEIRO
      *-----------------------
           EXIT.

       AVALIA-TOLERANCIA.
      *-------------------
      *    COMPARA OS REGISTOS DO FICHEIRO COM OS LIMITES @TOLERA DA
      *    SUA CODTBL E COM A ULTIMA ENTREGA DO MESMO FICHEIRO (PELA
      *    SITUACAO C:\TRANSM.EST E, NAS ENTREGAS ANTIGAS SEM
      *    REGISTOS NA SITUACAO, PELO SEU MANIFESTO); O LIMITE
      *    ULTRAPASSADO FICA EM LIMITE-RET.
           MOVE SPACES TO LIMITE-RET
           PERFORM ACHA-TOLERANCIA
           IF HA-TOLERANCIA = "Y"
              PERFORM CONTA-ORIGEM
           END-IF
           IF HA-TOLERANCIA = "Y"
              PERFORM ACHA-ENTREGA-ANT
              PERFORM COMPARA-TOLERANCIA
           END-IF
           .

       ACHA-TOLERANCIA.
      *-----------------
           MOVE "N" TO HA-TOLERANCIA
           MOVE SPACES TO TOL-WK
           MOVE CODTBL-PASSO TO TOL-PROCURA
           PERFORM LE-TOLERANCIA
           IF HA-TOLERANCIA = "N"
              MOVE CATEG-TODAS TO TOL-PROCURA
              PERFORM LE-TOLERANCIA
           END-IF
           .

       LE-TOLERANCIA.
      *---------------
           INITIALIZE REG-MSTTBL
           MOVE CATEG-TOLERA TO CODTBL OF REG-MSTTBL
           MOVE TOL-PROCURA  TO ARGBUS OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           IF IO-NUMREC > 0
              IF CODTBL OF ARR-REG-MSTTBL(1) = CATEG-TOLERA
                 AND ARGBUS OF ARR-REG-MSTTBL(1) =
                     ARGBUS OF REG-MSTTBL
                 MOVE "Y" TO HA-TOLERANCIA
                 MOVE FUNCIO OF ARR-REG-MSTTBL(1)(1:21) TO TOL-WK
              END-IF
           END-IF
           .

       CONTA-ORIGEM.
      *--------------
      *    CONTA AS LINHAS DA ORIGEM ANTES DE A COPIAR; SE A ORIGEM
      *    NAO ABRE A COPIA DA O ERRO DO COSTUME.
           MOVE ZERO TO CONTA-REGISTOS
           MOVE "N"  TO ORIGEM-FIM
           OPEN INPUT ORIGEM
           IF RESERVADA-ORI NOT = "00"
              MOVE "N" TO HA-TOLERANCIA
           ELSE
              PERFORM LE-LINHA-ORIGEM
              PERFORM CONTA-LINHA-ORIGEM UNTIL FIM-ORIGEM
              CLOSE ORIGEM
           END-IF
           .

       CONTA-LINHA-ORIGEM.
      *--------------------
           ADD 1 TO CONTA-REGISTOS
           PERFORM LE-LINHA-ORIGEM
           .

       ACHA-ENTREGA-ANT.
      *------------------
      *    A ULTIMA ENTREGA EFETIVA (ENVIADO OU CONFIRMADO) DA MESMA
      *    CODTBL E ORIGEM; UMA RETIDA NUNCA SERVE DE BASE.
           MOVE "N"    TO HA-ENTREGA-ANT
           MOVE "N"    TO ANT-CONTADA
           MOVE ZERO   TO ANT-REGISTOS
           MOVE SPACES TO ANT-DESTINO
           MOVE "N"    TO ESTADO-FIM
           OPEN INPUT ESTADO
           IF RESERVADA-EST = "00"
              PERFORM LE-LINHA-ESTADO
              PERFORM EXAMINA-ENTREGA-ANT UNTIL FIM-ESTADO
              CLOSE ESTADO
           END-IF
           IF HA-ENTREGA-ANT = "Y"
              AND ANT-CONTADA = "N"
              PERFORM LE-REGISTOS-MANIFESTO
              MOVE ANT-CONTADA TO HA-ENTREGA-ANT
           END-IF
           .

       EXAMINA-ENTREGA-ANT.
      *---------------------
           IF EST-CODTBL = CODTBL-PASSO
              AND EST-ORIGEM = ORIGEM-PATH(1:20)
              AND (EST-SITU = "ENVIADO" OR EST-SITU = "CONFIRMADO")
              MOVE "Y"         TO HA-ENTREGA-ANT
              MOVE EST-DESTINO TO ANT-DESTINO
              MOVE EST-DATA    TO ANT-DATA
              IF EST-REGISTOS NUMERIC
                 MOVE "Y"          TO ANT-CONTADA
                 MOVE EST-REGISTOS TO ANT-REGISTOS
              ELSE
                 MOVE "N"          TO ANT-CONTADA
              END-IF
           END-IF
           PERFORM LE-LINHA-ESTADO
           .

       LE-REGISTOS-MANIFESTO.
      *-----------------------
      *    ENTREGA REGISTADA ANTES DE A SITUACAO GUARDAR OS REGISTOS:
      *    VAI-SE BUSCAR O REGISTOS= DA SUA LINHA NO MANIFESTO DO DIA.
           MOVE SPACES TO MANANT-PATH
           STRING  "C:\TRANSM."     DELIMITED BY SIZE
                   ANT-DATA         DELIMITED BY SIZE
                   ".MAN"           DELIMITED BY SIZE
                   INTO MANANT-PATH
           END-STRING
           MOVE "N" TO MANANT-FIM
           OPEN INPUT MANANT
           IF RESERVADA-MNA = "00"
              PERFORM LE-LINHA-MANANT
              PERFORM EXAMINA-LINHA-MANANT UNTIL FIM-MANANT
              CLOSE MANANT
           END-IF
           .

       LE-LINHA-MANANT.
      *-----------------
           MOVE SPACES TO REG-MANANT
           READ MANANT
              AT END
                 MOVE "Y" TO MANANT-FIM
           END-READ
           .

       EXAMINA-LINHA-MANANT.
      *----------------------
      *    "<CODTBL> FICHEIRO=<DESTINO> ORIGEM=<ORIGEM> REGISTOS=<N>
      *    SOMA=<N>" - A MESMA LINHA QUE O ESCREVE-MANIFESTO ESCREVE.
           MOVE SPACES TO MAN-DESTINO
           MOVE SPACES TO MAN-REG-X
           UNSTRING REG-MANANT DELIMITED BY " FICHEIRO="
              OR " ORIGEM=" OR " REGISTOS=" OR " SOMA="
              INTO MAN-CODTBL MAN-DESTINO MAN-ORIGEM MAN-REG-X
           END-UNSTRING
           IF MAN-DESTINO = ANT-DESTINO
              INSPECT MAN-REG-X REPLACING LEADING SPACE BY "0"
              IF MAN-REG-X NUMERIC
                 MOVE "Y"       TO ANT-CONTADA
                 MOVE MAN-REG-N TO ANT-REGISTOS
              END-IF
           END-IF
           PERFORM LE-LINHA-MANANT
           .

       COMPARA-TOLERANCIA.
      *--------------------
      *    O MINIMO VALE SEMPRE; AS VARIACOES SO COM UMA ENTREGA
      *    ANTERIOR CONTADA (E A PERCENTAGEM SO SE ELA NAO ERA VAZIA).
           IF CONTA-REGISTOS NOT < ANT-REGISTOS
              COMPUTE VARIACAO = CONTA-REGISTOS - ANT-REGISTOS
           ELSE
              COMPUTE VARIACAO = ANT-REGISTOS - CONTA-REGISTOS
           END-IF
           COMPUTE VARIACAO-PCT = VARIACAO * 100
           MOVE ZERO TO LIMITE-PCT
           IF TOL-PCT NUMERIC
              COMPUTE LIMITE-PCT = TOL-PCT-N * ANT-REGISTOS
           END-IF

           EVALUATE TRUE
              WHEN TOL-MIN NUMERIC
               AND CONTA-REGISTOS < TOL-MIN-N
                 MOVE "MINIMO"   TO LIMITE-RET
              WHEN HA-ENTREGA-ANT NOT = "Y"
                 CONTINUE
              WHEN TOL-ABS NUMERIC
               AND VARIACAO > TOL-ABS-N
                 MOVE "ABSOLUTO" TO LIMITE-RET
              WHEN TOL-PCT NUMERIC
               AND ANT-REGISTOS > 0
               AND VARIACAO-PCT > LIMITE-PCT
                 MOVE "PERCENT"  TO LIMITE-RET
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       RETEM-FICHEIRO.
      *----------------
      *    FICHEIRO FORA DA TOLERANCIA: A COPIA FICA EM <DESTINO>.RET
      *    (O QUE FOR VISTO AGORA E O QUE SE LIBERTA DEPOIS, MESMO QUE
      *    A ORIGEM SEJA REESCRITA), SEM LINHA NO MANIFESTO, E A
      *    SITUACAO FICA RETIDO ATE A CORRIDA LIBERA.
           MOVE DESTINO-PATH TO DESTINO-FINAL
           MOVE SPACES TO DESTINO-PATH
           STRING  DESTINO-FINAL    DELIMITED BY SPACE
                   ".RET"           DELIMITED BY SIZE
                   INTO DESTINO-PATH
           END-STRING
           PERFORM COPIA-FICHEIRO
           IF RETURN-CODE = 20
              GO TO FIN-PROGRAMA
           END-IF
           MOVE DESTINO-FINAL TO DESTINO-PATH

           MOVE "RETIDO" TO SITU-NOVA
           PERFORM ESCREVE-ESTADO
           ADD 1 TO TOTAL-RETIDOS
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE ANT-REGISTOS TO ANT-ED
           MOVE COPIA-LINHAS TO LINHAS-ED
           DISPLAY "PL0022 - RETIDO " ORIGEM-PATH(1:30)
                   " - LIMITE @TOLERA " LIMITE-RET
           DISPLAY "PL0022 - REGISTOS = " LINHAS-ED
                   " ULTIMA ENTREGA = " ANT-ED
           DISPLAY "PL0022 - LIBERTAR COM LIBERA " DESTINO-PATH(1:24)

           MOVE "RETIDO" TO LOG-OPERAC
           MOVE ORIGEM-PATH(1:40) TO LOG-FICHEIRO
           STRING  " LIMITE="       DELIMITED BY SIZE
                   LIMITE-RET       DELIMITED BY SPACE
                   INTO LOG-EXTRA
           END-STRING
           PERFORM GRAVA-LOG
           .

       LE-VEREDICTO.
      *--------------
      *    LE O RELATORIO .CTL DO PL0013 DO FICHEIRO DE ORIGEM E
           MOVE CODTBL-PASSO       TO EST-CODTBL
           MOVE DATA-ENTREGA       TO EST-DATA
           MOVE HORA-ENTREGA       TO EST-HORA
           MOVE SITU-NOVA          TO EST-SITU
           MOVE ZERO               TO EST-DATCONF
           MOVE COPIA-LINHAS       TO EST-REGISTOS
           MOVE LIMITE-RET         TO EST-LIMITE
           WRITE REG-ESTADO
           CLOSE ESTADO
           .
           END-IF
           MOVE "Y" TO RELATO-ABERTO

      *    OS RETIDOS PELA TOLERANCIA @TOLERA VEM A PARTE - NAO ESTAO
      *    A ESPERA DO PARCEIRO, ESTAO A ESPERA DE UM OPERADOR
           MOVE SPACES TO REG-RELATO
           MOVE "PL0022 ENTREGAS RETIDAS POR @TOLERA - A LIBERTAR"
             TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL

           PERFORM VARYING IND-EST FROM 1 BY 1
                   UNTIL IND-EST > TOTAL-EST
              IF EST-ENT(IND-EST)(92:10) = "RETIDO"
                 ADD 1 TO TOTAL-RETIDOS
                 MOVE SPACES TO REG-RELATO
                 MOVE EST-ENT(IND-EST) TO REG-RELATO
                 PERFORM ESCREVE-LINHA-REL
              END-IF
           END-PERFORM

           MOVE TOTAL-RETIDOS TO CONTA-ED
           MOVE SPACES TO REG-RELATO
           STRING  "TOTAL RETIDAS         = " DELIMITED BY SIZE
                   CONTA-ED                   DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           PERFORM ESCREVE-LINHA-REL
           DISPLAY "PL0022 - RETIDAS = " CONTA-ED

           MOVE SPACES TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE "PL0022 ENTREGAS ENVIADAS SEM CONFIRMACAO"
             TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           PERFORM ESCREVE-LINHA-REL

           DISPLAY "PL0022 - SEM CONFIRMACAO = " CONTA-ED
           IF (TOTAL-PENDENTES > 0 OR TOTAL-RETIDOS > 0)
              AND RETURN-CODE = 0
      *       O RC 4 ASSINALA PENDENTES SEM TRAVAR A NOITE, COMO AS
      *       LINHAS REJEITADAS DO PL0012
           END-IF
           .

       TRATA-LIBERTACAO.
      *------------------
      *    LIBERTA UM FICHEIRO RETIDO PELA TOLERANCIA @TOLERA: TEXTO
      *    POS 1-40 E O NOME DE ENTREGA (COMO VEM NO RELATORIO DA
      *    MANHA) E POS 41-48 O OPERADOR QUE ASSUME A LIBERTACAO. A
      *    COPIA RETIDA <DESTINO>.RET E ENTREGUE COM O SEU NOME, ENTRA
      *    NO MANIFESTO DE HOJE E A SITUACAO PASSA A ENVIADO.
           ACCEPT DATA-ENTREGA FROM DATE YYYYMMDD
           ACCEPT HORA-ENTREGA FROM TIME
           MOVE TEXTO OF PARAM-WRITE(1:40)  TO LIB-DESTINO
           MOVE TEXTO OF PARAM-WRITE(41:8)  TO LIB-OPERADOR
           IF LIB-DESTINO = SPACES
              OR LIB-OPERADOR = SPACES
              DISPLAY "PL0022 - LIBERA EXIGE O FICHEIRO RETIDO (TEXTO "
                      "1-40) E O OPERADOR (TEXTO 41-48)"
              MOVE 12 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

           PERFORM CARREGA-ESTADO
           IF RETURN-CODE = 12
      *       SITUACAO CARREGADA SO EM PARTE - REESCREVE-LA PERDIA
      *       ENTREGAS
              GO TO FIN-PROGRAMA
           END-IF
           MOVE ZERO TO LIB-ACHADA
           PERFORM VARYING IND-EST FROM 1 BY 1
                   UNTIL IND-EST > TOTAL-EST
              IF EST-ENT(IND-EST)(1:40) = LIB-DESTINO
                 AND EST-ENT(IND-EST)(92:10) = "RETIDO"
                 MOVE IND-EST TO LIB-ACHADA
              END-IF
           END-PERFORM
           IF LIB-ACHADA = 0
              DISPLAY "PL0022 - NAO HA ENTREGA RETIDA COM ESSE NOME - "
                      LIB-DESTINO
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

           MOVE EST-ENT(LIB-ACHADA) TO REG-ESTADO
           MOVE EST-CODTBL TO CODTBL-PASSO
           MOVE SPACES TO DESTINO-PATH
           MOVE EST-DESTINO TO DESTINO-PATH
           MOVE SPACES TO ORIGEM-PATH
           STRING  EST-DESTINO      DELIMITED BY SPACE
                   ".RET"           DELIMITED BY SIZE
                   INTO ORIGEM-PATH
           END-STRING

           PERFORM ABRE-MANIFESTO
           PERFORM COPIA-FICHEIRO
           IF RETURN-CODE = 20
              GO TO FIN-PROGRAMA
           END-IF
           MOVE SPACES TO ORIGEM-PATH
           MOVE EST-ORIGEM TO ORIGEM-PATH
           PERFORM ESCREVE-MANIFESTO

           MOVE "ENVIADO"    TO EST-SITU
           MOVE "LIBERADO"   TO EST-LIMITE
           MOVE REG-ESTADO   TO EST-ENT(LIB-ACHADA)
           MOVE 1 TO EST-MUDADOS
           PERFORM REESCREVE-ESTADO

           DISPLAY "PL0022 - LIBERTADO " DESTINO-PATH(1:24)
                   " POR " LIB-OPERADOR

           MOVE "LIBERA" TO LOG-OPERAC
           MOVE ORIGEM-PATH(1:40) TO LOG-FICHEIRO
           STRING  " UTILIZ="       DELIMITED BY SIZE
                   LIB-OPERADOR     DELIMITED BY SPACE
                   INTO LOG-EXTRA
           END-STRING
           PERFORM GRAVA-LOG
           .

       ESCREVE-LINHA-REL.
      *-------------------
           WRITE REG-RELATO

       GRAVA-LOG.
      *-----------
      *    UMA LINHA NO LOG PARTILHADO POR CADA ENTREGA (TRANSM),
      *    RETENCAO (RETIDO) E LIBERTACAO (LIBERA) E POR CADA CORRIDA
      *    DE CONFIRMACAO (CONFIR) - O PONTO DE PARTIDA DO DELTA DO
      *    PL0010 IGNORA ESTAS OPERACOES.
           ACCEPT DATA-LOG FROM DATE YYYYMMDD
           ACCEPT HORA-LOG FROM TIME
           ACCEPT HORA-FIM-LOG FROM TIME
           MOVE COPIA-LINHAS TO LINHAS-ED
           MOVE RETURN-CODE  TO LOG-RC-ED

                      LOG-FICHEIRO         DELIMITED BY SPACE
                      " REGISTOS="         DELIMITED BY SIZE
                      LINHAS-ED            DELIMITED BY SIZE
                      LOG-EXTRA            DELIMITED BY "  "
                      " RC="               DELIMITED BY SIZE
                      LOG-RC-ED            DELIMITED BY SIZE
                      " INICIO="           DELIMITED BY SIZE
                      HORA-INICIO-LOG      DELIMITED BY SIZE
                      " FIM="              DELIMITED BY SIZE
                      HORA-FIM-LOG         DELIMITED BY SIZE
                      INTO REG-LOGAUD
              END-STRING
              WRITE REG-LOGAUD
              CLOSE LOGAUD
           END-IF
           MOVE SPACES TO LOG-EXTRA
      *    NUMA CORRIDA DE ENTREGA CADA FICHEIRO TEM A SUA LINHA: A
      *    ENTREGA SEGUINTE CONTA A PARTIR DO FIM DESTA
           MOVE HORA-FIM-LOG TO HORA-INICIO-LOG
           .
