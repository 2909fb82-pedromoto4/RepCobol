      *|                             (C:\PL0010.LCK)
      *| 02/09/26  PM               Entradas do jornal numeradas
      *|                             pela sequencia C:\PL0010.JSQ
      *| 15/10/26  PM               Integridade referencial @REFERE
      *|                             na validacao da linha reposta
      *| 15/10/26  PM               Autorizacao por operador (categoria
      *|                             reservada @ACESSO); recusas no log
      *| 15/10/26  PM               Identificacao da corrida em cada
      *|                             entrada do jornal (JRN-CORRIDA)
      *| 15/10/26  PM               Cadeia de verificacao em cada
      *|                             entrada do jornal, guardada com
      *|                             a sequencia em C:\PL0010.JSQ
      *| 15/10/26  PM               Janelas de congelamento @CONGEL
      *|                             na reposicao (RC 34)
      *| 15/10/26  PM               Validacao das linhas @TOLERA
      *|                             (tolerancias do PL0022)
      *| 15/10/26  PM               Validacao das linhas @CATALG
      *|                             (catalogo de categorias)
      *| 15/10/26  PM               Validacao das linhas @PRAZOS
      *|                             (prazos de entrega da noite)
      *| 15/10/26  PM               Janelas @VIGENC: direito, congela-
      *|                             mento e @REFERE sobre a CODTBL alvo
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
               03 JRN-NOV-FUNCIO &LIKE FUNCIO
           02 FILLER      PIC X(01).
           02 JRN-SEQ     PIC 9(09).
           02 FILLER      PIC X(01).
           02 JRN-CORRIDA PIC X(22).
           02 FILLER      PIC X(01).
           02 JRN-CADEIA  PIC X(12).

       FD JRNSEQ.

      * ULTIMO NUMERO DE SEQUENCIA ATRIBUIDO NO JORNAL E VALOR DE
      * CADEIA DA ENTRADA QUE O LEVOU - UMA SO LINHA, PARTILHADA POR
      * TODOS OS PROGRAMAS QUE JORNALIZAM
       01 REG-JRNSEQ.
           02 JSQ-SEQ     PIC 9(09).
           02 FILLER      PIC X(01).
           02 JSQ-CADEIA  PIC X(12).

       FD LOGAUD.

       77 JRNSEQ-PATH   PIC X(256) VALUE "C:\PL0010.JSQ".
       77 RESERVADA-JSQ PIC XX VALUE "00".
       77 JRN-SEQ-WK    PIC 9(09) VALUE ZERO.
      * CADEIA DE VERIFICACAO DO JORNAL - CADA ENTRADA LEVA UM VALOR
      * CALCULADO SOBRE O VALOR DA ENTRADA ANTERIOR E O SEU PROPRIO
      * CONTEUDO; O VALOR DA ULTIMA ENTRADA FICA GUARDADO COM A
      * SEQUENCIA EM C:\PL0010.JSQ (MESMO CALCULO EM TODOS OS
      * PROGRAMAS QUE JORNALIZAM E NO VERIFICADOR PL0027)
       77 CADEIA-ANT    PIC 9(12) VALUE ZERO.
       77 CADEIA-VAL    PIC 9(15) COMP VALUE ZERO.
       77 CADEIA-QUOC   PIC 9(15) COMP VALUE ZERO.
       77 CADEIA-MODULO PIC 9(12) VALUE 999999999989.
       77 CADEIA-POS    PIC 9(03) COMP VALUE ZERO.
       77 CADEIA-ED     PIC 9(12) VALUE ZERO.
       77 CADEIA-TXT    PIC X(215) VALUE SPACES.
       01 CADEIA-PAR.
           02 FILLER      PIC X VALUE LOW-VALUE.
           02 CADEIA-CHAR PIC X.
       01 CADEIA-NUM REDEFINES CADEIA-PAR PIC 9(04) COMP.

       77 JRNAUD-PATH   PIC X(256) VALUE "C:\PL0010.JRN".
       77 RESERVADA-JRN PIC XX VALUE "00".
       77 UTILIZADOR    PIC X(08) VALUE SPACES.
       77 JRN-OPERAC-WK PIC X(06) VALUE SPACES.
      * IDENTIFICACAO DA CORRIDA QUE ESCREVE NO JORNAL - PROGRAMA E
      * INSTANTE DE ARRANQUE (PROGRAMA+AAAAMMDD+HHMMSSCC); E POR ELA
      * QUE O PL0025 DESFAZ UMA CORRIDA INTEIRA
       77 CORRIDA-ID    PIC X(22) VALUE SPACES.
       77 DATA-JRN      PIC 9(08) VALUE ZERO.
       77 HORA-JRN      PIC 9(08) VALUE ZERO.

       01 GRD-MSTTBL.
           &CAMPOS MSTTBL

      * INTEGRIDADE REFERENCIAL (CATEGORIA RESERVADA @REFERE, MESMO
      * DESENHO DO PL0010): ARGBUS = CODTBL FILHA, FUNCIO POS 1-10 =
      * CODTBL MAE, POS 11 = FUNCIO EM BRANCO PERMITIDO NA FILHA (S/N)
       77 CATEG-REFERE  PIC X(10) VALUE "@REFERE".
       77 HA-REFERE     PIC X VALUE "N".
       77 REF-MAE       PIC X(10) VALUE SPACES.
       77 REF-VAZIO     PIC X VALUE "N".
       77 REF-CHAVE     PIC X(20) VALUE SPACES.
       77 HA-CHAVE-MAE  PIC X VALUE "N".
       01 GRD-REF-MSTTBL.
           &CAMPOS MSTTBL
      * IMAGEM GUARDADA DE UMA JANELA @VIGENC ENQUANTO O SEU VALOR E
      * VALIDADO COMO FUNCIO DA LINHA ALVO
       01 VIG-REF-MSTTBL.
           &CAMPOS MSTTBL

      * AUTORIZACAO POR OPERADOR (CATEGORIA RESERVADA @ACESSO, MANTIDA
      * COM AS MESMAS FERRAMENTAS QUE @REGRAS E @4OLHOS): UMA LINHA POR
      * OPERADOR E CODTBL -
      *    ARGBUS POS 1-8    UTILIZADOR
      *           POS 9-18   CODTBL (@TODAS = QUALQUER CODTBL SEM
      *                      LINHA PROPRIA DO OPERADOR)
      *    FUNCIO POS 1      CONSULTAR (S/N)
      *           POS 2      INSERIR (S/N)
      *           POS 3      ALTERAR (S/N)
      *           POS 4      ELIMINAR/EXPURGAR (S/N)
      *           POS 5      APROVAR PEDIDOS NO PL0020 (S/N)
      * A LINHA DA PROPRIA @ACESSO (ARGBUS=@ACESSO) LIGA O CONTROLO -
      * SEM ELA NENHUM OPERADOR E BARRADO. CADA RECUSA FICA NO LOG
      * PARTILHADO (OPERACAO=ACESSO)
       77 CATEG-ACESSO  PIC X(10) VALUE "@ACESSO".
       77 ACE-CHAVE     PIC X(20) VALUE SPACES.
       77 ACE-LINHA     PIC X VALUE "N".
       77 ACE-DIREITOS  PIC X(40) VALUE SPACES.
       77 ACE-CODTBL    PIC X(10) VALUE SPACES.
       77 ACE-DIREITO   PIC 9(01) VALUE ZERO.
       77 ACE-OPERAC    PIC X(06) VALUE SPACES.
       77 ACESSO-OK     PIC X VALUE "Y".
           88 ACESSO-PERMITIDO    VALUE "Y".
       01 GRD-ACE-MSTTBL.
           &CAMPOS MSTTBL

      * TOLERANCIAS DE VOLUME DAS ENTREGAS (CATEGORIA RESERVADA
      * @TOLERA, LIDA PELO PL0022): ARGBUS = CODTBL OU @TODAS; FUNCIO
      * POS 1-3 VARIACAO MAXIMA EM %, 4-12 VARIACAO MAXIMA EM
      * REGISTOS, 13-21 MINIMO DE REGISTOS - CADA LIMITE NUMERICO OU
      * EM BRANCO (NAO VERIFICADO)
       77 CATEG-TOLERA  PIC X(10) VALUE "@TOLERA".

      * CATALOGO DAS CATEGORIAS (CATEGORIA RESERVADA @CATALG, LIDA
      * PELO RELATORIO PL0030): UMA LINHA POR CODTBL - ARGBUS POS 1-10
      * CODTBL, 11-20 DEPARTAMENTO DONO; FUNCIO POS 1-8 UTILIZADOR
      * RESPONSAVEL, 9 CLASSE DE SENSIBILIDADE (P/I/C/R), 10-17
      * PROXIMA ATESTACAO (AAAAMMDD), 18-19 PERIODICIDADE EM MESES
      * (BRANCO = 12), 20-40 DESCRICAO
       77 CATEG-CATALG  PIC X(10) VALUE "@CATALG".

      * PRAZOS DE ENTREGA DA NOITE (CATEGORIA RESERVADA @PRAZOS, LIDA
      * PELO RELATORIO DA JANELA PL0031): ARGBUS = FICHEIRO ENTREGUE
      * PELO PL0022 (COMO NO CONTROLO DO PL0014) OU @TODAS PARA A
      * ULTIMA ENTREGA DA NOITE; FUNCIO POS 1-4 HORA LIMITE (HHMM),
      * 5-40 DESCRICAO (PARCEIRO)
       77 CATEG-PRAZOS  PIC X(10) VALUE "@PRAZOS".

      * JANELAS DE CONGELAMENTO (CATEGORIA RESERVADA @CONGEL, MANTIDA
      * COM AS MESMAS FERRAMENTAS QUE @REGRAS E @ACESSO): UMA LINHA
      * POR JANELA -
      *    ARGBUS POS 1-10   CODTBL CONGELADA (@TODAS = TABELA TODA)
      *           POS 11-12  SEQUENCIA 01-99
      *    FUNCIO POS 1-12   INICIO (AAAAMMDDHHMM)
      *           POS 13-24  FIM (AAAAMMDDHHMM) - O MINUTO DO FIM JA
      *                      ESTA FORA DA JANELA
      *           POS 25-40  MOTIVO
      * DENTRO DE UMA JANELA A CODTBL NAO E TOCADA E A RECUSA DIZ QUAL
      * O CONGELAMENTO QUE A BARROU. AS LINHAS DA PROPRIA @CONGEL
      * NUNCA ESTAO CONGELADAS (UMA JANELA PODE SEMPRE SER CORRIGIDA
      * OU FECHADA). A UNICA PASSAGEM E UM PEDIDO DE EMERGENCIA
      * CAPTADO NO PL0011 E APROVADO NO PL0020 POR UM SEGUNDO OPERADOR
       77 CATEG-CONGEL  PIC X(10) VALUE "@CONGEL".
       77 CONG-CODTBL   PIC X(10) VALUE SPACES.
       77 CONG-DATA     PIC 9(08) VALUE ZERO.
       77 CONG-HORA     PIC 9(08) VALUE ZERO.
       01 CONG-AGORA.
           02 CONG-AGORA-DATA PIC 9(08).
           02 CONG-AGORA-HORA PIC 9(04).
       77 CONG-CHAVE    PIC X(13) VALUE SPACES.
       77 CONG-JANELA   PIC X(60) VALUE SPACES.
       77 CATEG-CONGELADA PIC X VALUE "N".
           88 CODTBL-ESTA-CONGELADA VALUE "Y".
       01 GRD-CONG-MSTTBL.
           &CAMPOS MSTTBL

       LINKAGE SECTION.
       01 PARAM-WRITE.
           02 OPERACAO     PIC X(6).
       PROCEDURE DIVISION USING PARAM-WRITE.
       INICIO.
      *-------
           PERFORM IDENTIFICA-CORRIDA
           PERFORM INICIALIZACIONES
           PERFORM RECOLHE-ARQUIVO
           PERFORM REPOE-LINHAS
              GO TO REPOE-UMA-LINHA-EXIT
           END-IF

      *    SEM O DIREITO @ACESSO DE INSERIR SOBRE A CATEGORIA NADA
      *    E REPOSTO - TODAS AS LINHAS DO PEDIDO SAO DA MESMA CODTBL
           MOVE CODTBL-PEDIDO TO ACE-CODTBL
      *    UMA JANELA @VIGENC MUDA O VALOR DA CODTBL ALVO - E SOBRE
      *    ESSA QUE CONTAM O DIREITO E O CONGELAMENTO
           IF CODTBL-PEDIDO = CATEG-VIGENC
              AND ARGBUS OF REG-MSTTBL(1:10) NOT = SPACES
              MOVE ARGBUS OF REG-MSTTBL(1:10) TO ACE-CODTBL
           END-IF
           MOVE "INSERT"      TO ACE-OPERAC
           MOVE 2             TO ACE-DIREITO
           PERFORM VERIFICA-ACESSO
           IF NOT ACESSO-PERMITIDO
              MOVE 28 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

      *    NUMA CATEGORIA CONGELADA (@CONGEL) NADA E REPOSTO
           MOVE CODTBL-PEDIDO TO CONG-CODTBL
           IF CODTBL-PEDIDO = CATEG-VIGENC
              AND ARGBUS OF REG-MSTTBL(1:10) NOT = SPACES
              MOVE ARGBUS OF REG-MSTTBL(1:10) TO CONG-CODTBL
           END-IF
           PERFORM VERIFICA-CONGELAMENTO
           IF CODTBL-ESTA-CONGELADA
              DISPLAY "PL0017 - CODTBL CONGELADA - " CONG-JANELA
              DISPLAY "PL0017 - REPOSICAO RECUSADA - EMERGENCIA SO "
                      "POR PEDIDO APROVADO NO PL0020"
              MOVE 34 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

           MOVE "Y" TO VALIDA-INSERCAO
           PERFORM VALIDA-MSTTBL
           IF MOTIVO-VAL NOT = SPACES
      *----------------------
           EXIT.

       VALIDA-CONGELAMENTO.
      *---------------------
      *    VALIDA UMA LINHA DA CATEGORIA @CONGEL: CHAVE COM CODTBL E
      *    SEQUENCIA, INICIO E FIM COMPLETOS (AAAAMMDDHHMM) E FIM
      *    DEPOIS DO INICIO - UMA JANELA MAL ESCRITA NAO CONGELARIA
      *    NADA SEM NINGUEM DAR POR ISSO.
           EVALUATE TRUE
              WHEN ARGBUS OF REG-MSTTBL(1:10) = SPACES
                 MOVE "CONGELAMENTO SEM CODTBL" TO MOTIVO-VAL
              WHEN ARGBUS OF REG-MSTTBL(11:2) NOT NUMERIC
                OR ARGBUS OF REG-MSTTBL(11:2) = "00"
                 MOVE "CONGELAMENTO SEM SEQUENCIA 01-99"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(1:12) NOT NUMERIC
                 MOVE "CONGELAMENTO SEM INICIO AAAAMMDDHHMM"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(13:12) NOT NUMERIC
                 MOVE "CONGELAMENTO SEM FIM AAAAMMDDHHMM"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(13:12)
                   NOT > FUNCIO OF REG-MSTTBL(1:12)
                 MOVE "CONGELAMENTO COM FIM ANTES DO INICIO"
                   TO MOTIVO-VAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       VALIDA-TOLERANCIA.
      *-------------------
      *    VALIDA UMA LINHA DA CATEGORIA @TOLERA: CHAVE COM CODTBL E
      *    PELO MENOS UM LIMITE, CADA LIMITE NUMERICO OU EM BRANCO -
      *    UM LIMITE ILEGIVEL DEIXARIA PASSAR TUDO NO PL0022.
           EVALUATE TRUE
              WHEN ARGBUS OF REG-MSTTBL(1:10) = SPACES
                 MOVE "TOLERANCIA SEM CODTBL" TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(1:21) = SPACES
                 MOVE "TOLERANCIA SEM NENHUM LIMITE" TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(1:3) NOT = SPACES
               AND FUNCIO OF REG-MSTTBL(1:3) NOT NUMERIC
                 MOVE "TOLERANCIA COM % NAO NUMERICA (1-3)"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(4:9) NOT = SPACES
               AND FUNCIO OF REG-MSTTBL(4:9) NOT NUMERIC
                 MOVE "TOLERANCIA COM VARIACAO NAO NUMERICA"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(13:9) NOT = SPACES
               AND FUNCIO OF REG-MSTTBL(13:9) NOT NUMERIC
                 MOVE "TOLERANCIA COM MINIMO NAO NUMERICO"
                   TO MOTIVO-VAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       VALIDA-CATALOGO.
      *-----------------
      *    VALIDA UMA LINHA DA CATEGORIA @CATALG: CHAVE COM CODTBL E
      *    DEPARTAMENTO, RESPONSAVEL, CLASSE CONHECIDA, DATA DE
      *    ATESTACAO AAAAMMDD E PERIODICIDADE NUMERICA OU EM BRANCO -
      *    SEM ISTO O CATALOGO NAO DIZ A QUEM PERGUNTAR NEM QUANDO.
           EVALUATE TRUE
              WHEN ARGBUS OF REG-MSTTBL(1:10) = SPACES
                 MOVE "CATALOGO SEM CODTBL" TO MOTIVO-VAL
              WHEN ARGBUS OF REG-MSTTBL(11:10) = SPACES
                 MOVE "CATALOGO SEM DEPARTAMENTO (ARGBUS 11-20)"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(1:8) = SPACES
                 MOVE "CATALOGO SEM RESPONSAVEL (1-8)" TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(9:1) NOT = "P"
               AND FUNCIO OF REG-MSTTBL(9:1) NOT = "I"
               AND FUNCIO OF REG-MSTTBL(9:1) NOT = "C"
               AND FUNCIO OF REG-MSTTBL(9:1) NOT = "R"
                 MOVE "CATALOGO COM CLASSE NAO P/I/C/R (9)"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(10:8) NOT NUMERIC
                 MOVE "CATALOGO SEM DATA DE ATESTACAO (10-17)"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(14:2) < "01"
                OR FUNCIO OF REG-MSTTBL(14:2) > "12"
                OR FUNCIO OF REG-MSTTBL(16:2) < "01"
                OR FUNCIO OF REG-MSTTBL(16:2) > "31"
                 MOVE "CATALOGO COM DATA DE ATESTACAO INVALIDA"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(18:2) NOT = SPACES
               AND FUNCIO OF REG-MSTTBL(18:2) NOT NUMERIC
                 MOVE "CATALOGO COM PERIODICIDADE NAO NUMERICA"
                   TO MOTIVO-VAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       VALIDA-PRAZO.
      *--------------
      *    VALIDA UMA LINHA DA CATEGORIA @PRAZOS: FICHEIRO (OU @TODAS)
      *    NA CHAVE E HORA LIMITE HHMM VALIDA - UM PRAZO ILEGIVEL NUNCA
      *    SERIA DADO COMO FALHADO.
           EVALUATE TRUE
              WHEN ARGBUS OF REG-MSTTBL = SPACES
                 MOVE "PRAZO SEM FICHEIRO (ARGBUS)" TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(1:4) NOT NUMERIC
                 MOVE "PRAZO SEM HORA LIMITE HHMM (1-4)"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(1:2) > "23"
                OR FUNCIO OF REG-MSTTBL(3:2) > "59"
                 MOVE "PRAZO COM HORA LIMITE INVALIDA" TO MOTIVO-VAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       VALIDA-MSTTBL.
      *---------------
      *    VALIDA REG-MSTTBL CONTRA AS REGRAS DA SUA CODTBL; DEIXA O
              END-IF
           END-IF

           IF CODTBL OF REG-MSTTBL = CATEG-CONGEL
              PERFORM VALIDA-CONGELAMENTO
              IF MOTIVO-VAL NOT = SPACES
                 GO TO VALIDA-MSTTBL-EXIT
              END-IF
           END-IF

           IF CODTBL OF REG-MSTTBL = CATEG-TOLERA
              PERFORM VALIDA-TOLERANCIA
              IF MOTIVO-VAL NOT = SPACES
                 GO TO VALIDA-MSTTBL-EXIT
              END-IF
           END-IF

           IF CODTBL OF REG-MSTTBL = CATEG-CATALG
              PERFORM VALIDA-CATALOGO
              IF MOTIVO-VAL NOT = SPACES
                 GO TO VALIDA-MSTTBL-EXIT
              END-IF
           END-IF

           IF CODTBL OF REG-MSTTBL = CATEG-PRAZOS
              PERFORM VALIDA-PRAZO
              IF MOTIVO-VAL NOT = SPACES
                 GO TO VALIDA-MSTTBL-EXIT
              END-IF
           END-IF

           PERFORM VALIDA-REFERENCIA
           IF MOTIVO-VAL NOT = SPACES
              GO TO VALIDA-MSTTBL-EXIT
           END-IF

           PERFORM LE-REGRA-CATEG
           IF HA-REGRA = "N"
              IF VALIDA-INSERCAO = "Y"
           MOVE ZERO   TO DOM-LEN
           .

       VERIFICA-ACESSO.
      *-----------------
      *    CONFIRMA QUE O OPERADOR TEM O DIREITO ACE-DIREITO (POSICAO
      *    1-5 DO FUNCIO @ACESSO) SOBRE A CODTBL ACE-CODTBL; PROCURA
      *    PRIMEIRO A LINHA PROPRIA DA CODTBL E SO DEPOIS A @TODAS.
      *    COM O CONTROLO LIGADO E SEM DIREITO A RECUSA VAI AO LOG.
           MOVE "Y" TO ACESSO-OK
           MOVE CATEG-ACESSO TO ACE-CHAVE
           PERFORM LE-ACESSO
           IF ACE-LINHA = "N"
              GO TO VERIFICA-ACESSO-EXIT
           END-IF

           MOVE SPACES TO UTILIZADOR
           ACCEPT UTILIZADOR FROM ENVIRONMENT "USERNAME"
              ON EXCEPTION
                 MOVE SPACES TO UTILIZADOR
           END-ACCEPT

           MOVE "N" TO ACESSO-OK
           IF UTILIZADOR NOT = SPACES
              MOVE SPACES     TO ACE-CHAVE
              MOVE UTILIZADOR TO ACE-CHAVE(1:8)
              MOVE ACE-CODTBL TO ACE-CHAVE(9:10)
              PERFORM LE-ACESSO
              IF ACE-LINHA = "N"
                 MOVE CATEG-TODAS TO ACE-CHAVE(9:10)
                 PERFORM LE-ACESSO
              END-IF
              IF ACE-LINHA = "Y"
                 AND ACE-DIREITOS(ACE-DIREITO:1) = "S"
                 MOVE "Y" TO ACESSO-OK
              END-IF
           END-IF

           IF NOT ACESSO-PERMITIDO
              DISPLAY "PL0017 - SEM AUTORIZACAO @ACESSO - UTILIZ="
                      UTILIZADOR " CODTBL=" ACE-CODTBL
                      " OPERACAO=" ACE-OPERAC
              PERFORM GRAVA-LOG-ACESSO
           END-IF
           .

       VERIFICA-ACESSO-EXIT.
      *----------------------
           EXIT.

       LE-ACESSO.
      *-----------
      *    PROCURA A LINHA @ACESSO COM ARGBUS=ACE-CHAVE; DEIXA OS
      *    DIREITOS EM ACE-DIREITOS.
           MOVE "N"    TO ACE-LINHA
           MOVE SPACES TO ACE-DIREITOS
           MOVE REG-MSTTBL TO GRD-ACE-MSTTBL

           INITIALIZE REG-MSTTBL
           MOVE CATEG-ACESSO TO CODTBL OF REG-MSTTBL
           MOVE ACE-CHAVE    TO ARGBUS OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           IF IO-NUMREC > 0
              IF CODTBL OF ARR-REG-MSTTBL(1) = CATEG-ACESSO
                 AND ARGBUS OF ARR-REG-MSTTBL(1) = ACE-CHAVE
                 MOVE FUNCIO OF ARR-REG-MSTTBL(1) TO ACE-DIREITOS
                 MOVE "Y" TO ACE-LINHA
              END-IF
           END-IF
           MOVE GRD-ACE-MSTTBL TO REG-MSTTBL
           .

       GRAVA-LOG-ACESSO.
      *------------------
      *    UMA LINHA NO LOG PARTILHADO POR CADA OPERACAO RECUSADA POR
      *    FALTA DE AUTORIZACAO @ACESSO.
           ACCEPT DATA-LOG FROM DATE YYYYMMDD
           ACCEPT HORA-LOG FROM TIME

           OPEN EXTEND LOGAUD
           IF RESERVADA-LOG NOT = "00"
              OPEN OUTPUT LOGAUD
           END-IF

           IF RESERVADA-LOG = "00"
              MOVE SPACES TO REG-LOGAUD
              STRING  DATA-LOG             DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      HORA-LOG             DELIMITED BY SIZE
                      " OPERACAO=ACESSO CODTBL=" DELIMITED BY SIZE
                      ACE-CODTBL           DELIMITED BY SPACE
                      " UTILIZ="           DELIMITED BY SIZE
                      UTILIZADOR           DELIMITED BY SPACE
                      " PEDIDO="           DELIMITED BY SIZE
                      ACE-OPERAC           DELIMITED BY SPACE
                      " PROGRM=PL0017"     DELIMITED BY SIZE
                      " RC=  28"           DELIMITED BY SIZE
                      INTO REG-LOGAUD
              END-STRING
              WRITE REG-LOGAUD
              CLOSE LOGAUD
           END-IF
           .

       VALIDA-REFERENCIA.
      *-------------------
      *    VALIDA REG-MSTTBL CONTRA A LIGACAO @REFERE DA SUA CODTBL:
      *    O FUNCIO DE UMA LINHA FILHA TEM DE SER UM ARGBUS EXISTENTE
      *    NA CATEGORIA MAE (EM BRANCO SO SE A LIGACAO O PERMITIR).
           IF CODTBL OF REG-MSTTBL = CATEG-REFERE
              IF FUNCIO OF REG-MSTTBL(1:10) = SPACES
                 MOVE "LIGACAO @REFERE SEM CODTBL MAE" TO MOTIVO-VAL
              END-IF
              GO TO VALIDA-REFERENCIA-EXIT
           END-IF

      *    UMA JANELA @VIGENC DA O SEU VALOR A LINHA ALVO - E ESSE
      *    VALOR QUE TEM DE TER MAE, PELA LIGACAO DA CODTBL ALVO
           IF CODTBL OF REG-MSTTBL = CATEG-VIGENC
              PERFORM VALIDA-REFERENCIA-VIGENC
              GO TO VALIDA-REFERENCIA-EXIT
           END-IF

           PERFORM LE-LIGACAO-MAE
           IF HA-REFERE = "N"
              GO TO VALIDA-REFERENCIA-EXIT
           END-IF

           IF FUNCIO OF REG-MSTTBL = SPACES
              IF REF-VAZIO NOT = "S"
                 STRING  "FUNCIO OBRIGATORIO - MAE " DELIMITED BY SIZE
                         REF-MAE            DELIMITED BY SPACE
                         INTO MOTIVO-VAL
                 END-STRING
              END-IF
              GO TO VALIDA-REFERENCIA-EXIT
           END-IF

           IF FUNCIO OF REG-MSTTBL(21:20) NOT = SPACES
              STRING  "FUNCIO NAO E CHAVE DE "  DELIMITED BY SIZE
                      REF-MAE              DELIMITED BY SPACE
                      INTO MOTIVO-VAL
              END-STRING
              GO TO VALIDA-REFERENCIA-EXIT
           END-IF

           MOVE FUNCIO OF REG-MSTTBL(1:20) TO REF-CHAVE
           PERFORM LE-CHAVE-MAE
           IF HA-CHAVE-MAE = "N"
              STRING  "SEM CHAVE MAE EM "       DELIMITED BY SIZE
                      REF-MAE              DELIMITED BY SPACE
                      INTO MOTIVO-VAL
              END-STRING
           END-IF
           .

       VALIDA-REFERENCIA-EXIT.
      *------------------------
           EXIT.

       VALIDA-REFERENCIA-VIGENC.
      *--------------------------
      *    VALIDA O VALOR DE UMA JANELA @VIGENC (FUNCIO POS 17-40) COMO
      *    SE FOSSE O FUNCIO DA LINHA ALVO (CODTBL NO ARGBUS POS 1-10,
      *    ARGBUS NAS POS 11-18), COM AS MESMAS REGRAS DO
      *    VALIDA-REFERENCIA. REG-MSTTBL E GUARDADO E REPOSTO.
           MOVE REG-MSTTBL TO VIG-REF-MSTTBL
           INITIALIZE REG-MSTTBL
           MOVE ARGBUS OF VIG-REF-MSTTBL(1:10) TO CODTBL OF REG-MSTTBL
           MOVE ARGBUS OF VIG-REF-MSTTBL(11:8) TO ARGBUS OF REG-MSTTBL
           MOVE FUNCIO OF VIG-REF-MSTTBL(17:24)
                TO FUNCIO OF REG-MSTTBL(1:24)

           PERFORM LE-LIGACAO-MAE
           IF HA-REFERE = "Y"
              IF FUNCIO OF REG-MSTTBL = SPACES
                 IF REF-VAZIO NOT = "S"
                    STRING  "VIGENCIA SEM VALOR - MAE "
                                               DELIMITED BY SIZE
                            REF-MAE            DELIMITED BY SPACE
                            INTO MOTIVO-VAL
                    END-STRING
                 END-IF
              ELSE
                 IF FUNCIO OF REG-MSTTBL(21:20) NOT = SPACES
                    STRING  "VIGENCIA NAO E CHAVE DE " DELIMITED BY SIZE
                            REF-MAE            DELIMITED BY SPACE
                            INTO MOTIVO-VAL
                    END-STRING
                 ELSE
                    MOVE FUNCIO OF REG-MSTTBL(1:20) TO REF-CHAVE
                    PERFORM LE-CHAVE-MAE
                    IF HA-CHAVE-MAE = "N"
                       STRING  "VIGENCIA SEM CHAVE MAE EM "
                                               DELIMITED BY SIZE
                               REF-MAE         DELIMITED BY SPACE
                               INTO MOTIVO-VAL
                       END-STRING
                    END-IF
                 END-IF
              END-IF
           END-IF

           MOVE VIG-REF-MSTTBL TO REG-MSTTBL
           .

       LE-LIGACAO-MAE.
      *----------------
      *    PROCURA A LIGACAO @REFERE DA CODTBL DE REG-MSTTBL
      *    (CODTBL=@REFERE, ARGBUS=CODTBL FILHA); DEIXA A MAE EM
      *    REF-MAE E A PERMISSAO DE FUNCIO EM BRANCO EM REF-VAZIO.
           MOVE "N"    TO HA-REFERE
           MOVE SPACES TO REF-MAE
           MOVE "N"    TO REF-VAZIO
           MOVE REG-MSTTBL TO GRD-REF-MSTTBL

           INITIALIZE REG-MSTTBL
           MOVE CATEG-REFERE TO CODTBL OF REG-MSTTBL
           MOVE CODTBL OF GRD-REF-MSTTBL TO ARGBUS OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           IF IO-NUMREC > 0
              IF CODTBL OF ARR-REG-MSTTBL(1) = CATEG-REFERE
                 AND ARGBUS OF ARR-REG-MSTTBL(1) =
                     ARGBUS OF REG-MSTTBL
                 AND FUNCIO OF ARR-REG-MSTTBL(1)(1:10) NOT = SPACES
                 MOVE FUNCIO OF ARR-REG-MSTTBL(1)(1:10) TO REF-MAE
                 MOVE FUNCIO OF ARR-REG-MSTTBL(1)(11:1) TO REF-VAZIO
                 MOVE "Y" TO HA-REFERE
              END-IF
           END-IF

           MOVE GRD-REF-MSTTBL TO REG-MSTTBL
           .

       LE-CHAVE-MAE.
      *--------------
      *    CONFIRMA QUE A CHAVE REF-CHAVE EXISTE COMO ARGBUS NA
      *    CATEGORIA MAE REF-MAE.
           MOVE "N" TO HA-CHAVE-MAE
           MOVE REG-MSTTBL TO GRD-REF-MSTTBL

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

           MOVE GRD-REF-MSTTBL TO REG-MSTTBL
           .

       IDENTIFICA-CORRIDA.
      *--------------------
      *    A CORRIDA E IDENTIFICADA PELO PROGRAMA E PELO INSTANTE DE
      *    ARRANQUE - TODAS AS ENTRADAS DE JORNAL DESTA CORRIDA A LEVAM.
           ACCEPT DATA-JRN FROM DATE YYYYMMDD
           ACCEPT HORA-JRN FROM TIME
           MOVE SPACES TO CORRIDA-ID
           STRING  "PL0017"             DELIMITED BY SIZE
                   DATA-JRN             DELIMITED BY SIZE
                   HORA-JRN             DELIMITED BY SIZE
                   INTO CORRIDA-ID
           END-STRING
           .

       PROXIMO-SEQ-JORNAL.
      *--------------------
      *    LE O ULTIMO NUMERO DE SEQUENCIA ATRIBUIDO E O VALOR DE
      *    CADEIA DA ENTRADA QUE O LEVOU, E AVANCA A SEQUENCIA; SEM
      *    FICHEIRO DE SEQUENCIA A NUMERACAO COMECA EM 1 E A CADEIA EM
      *    ZERO (AS ENTRADAS ANTIGAS SEM NUMERO CONTINUAM VALIDAS -
      *    OS LEITORES TRATAM SEQUENCIA NAO NUMERICA PELA DATA). O
      *    FICHEIRO SO E REGRAVADO DEPOIS DE A ENTRADA SER ESCRITA
      *    (GUARDA-SEQ-JORNAL).
           MOVE ZERO TO JRN-SEQ-WK
           MOVE ZERO TO CADEIA-ANT
           OPEN INPUT JRNSEQ
           IF RESERVADA-JSQ = "00"
              READ JRNSEQ
                 AT END
                    MOVE ZERO TO JRN-SEQ-WK
                 NOT AT END
                    IF JSQ-SEQ NUMERIC
                       MOVE JSQ-SEQ TO JRN-SEQ-WK
                    END-IF
                    IF JSQ-CADEIA NUMERIC
                       MOVE JSQ-CADEIA TO CADEIA-ANT
                    END-IF
              END-READ
              CLOSE JRNSEQ
           END-IF

           ADD 1 TO JRN-SEQ-WK
           .

       GUARDA-SEQ-JORNAL.
      *-------------------
      *    REGRAVA A SEQUENCIA COM O NUMERO E O VALOR DE CADEIA DA
      *    ENTRADA ACABADA DE ESCREVER.
           OPEN OUTPUT JRNSEQ
           IF RESERVADA-JSQ = "00"
              MOVE SPACES     TO REG-JRNSEQ
              MOVE JRN-SEQ-WK TO JSQ-SEQ
              MOVE JRN-CADEIA TO JSQ-CADEIA
              WRITE REG-JRNSEQ
              CLOSE JRNSEQ
           ELSE
              MOVE FUNCIO OF REG-MSTTBL TO JRN-NOV-FUNCIO
              PERFORM PROXIMO-SEQ-JORNAL
              MOVE JRN-SEQ-WK TO JRN-SEQ
              MOVE CORRIDA-ID TO JRN-CORRIDA
              PERFORM CALCULA-CADEIA
              WRITE REG-JRNAUD
              CLOSE JRNAUD
              PERFORM GUARDA-SEQ-JORNAL
           END-IF

           IF RESERVADA-JRN NOT = "00"
           END-IF
           .

       CALCULA-CADEIA.
      *----------------
      *    VALOR DE CADEIA DA ENTRADA EM REG-JRNAUD: PARTE DO VALOR DA
      *    ENTRADA ANTERIOR (CADEIA-ANT) E DOBRA NELE, CARATER A
      *    CARATER, A ENTRADA INTEIRA ATE A IDENTIFICACAO DA CORRIDA -
      *    ALTERAR, TIRAR OU TROCAR UMA ENTRADA QUEBRA A CADEIA DESSA
      *    ENTRADA EM DIANTE.
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
           MOVE CADEIA-ED  TO JRN-CADEIA
           .

       GRAVA-LOG.
      *-----------
      *    ACRESCENTA UMA LINHA AO LOG DE AUDITORIA PARTILHADO COM OS
              CLOSE LOGAUD
           END-IF
           .

       VERIFICA-CONGELAMENTO.
      *-----------------------
      *    VE SE A CODTBL CONG-CODTBL ESTA DENTRO DE UMA JANELA @CONGEL
      *    ABERTA NESTE MINUTO (JANELA DA PROPRIA CODTBL OU DE @TODAS);
      *    A PRIMEIRA JANELA ENCONTRADA FICA EM CONG-CHAVE E DESCRITA
      *    EM CONG-JANELA. REG-MSTTBL E GUARDADO E REPOSTO.
           MOVE "N"    TO CATEG-CONGELADA
           MOVE SPACES TO CONG-CHAVE
           MOVE SPACES TO CONG-JANELA
           IF CONG-CODTBL NOT = CATEG-CONGEL
              ACCEPT CONG-DATA FROM DATE YYYYMMDD
              ACCEPT CONG-HORA FROM TIME
              MOVE CONG-DATA      TO CONG-AGORA-DATA
              MOVE CONG-HORA(1:4) TO CONG-AGORA-HORA
              MOVE REG-MSTTBL TO GRD-CONG-MSTTBL

              INITIALIZE REG-MSTTBL
              MOVE CATEG-CONGEL TO CODTBL OF REG-MSTTBL
              &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,
              PERFORM VARYING PTR-MSTTBL FROM 1 BY 1
                      UNTIL PTR-MSTTBL > IO-NUMREC
                 PERFORM EXAMINA-JANELA-CONGEL
              END-PERFORM

              MOVE GRD-CONG-MSTTBL TO REG-MSTTBL
           END-IF
           .

       EXAMINA-JANELA-CONGEL.
      *-----------------------
           IF NOT CODTBL-ESTA-CONGELADA
              AND (ARGBUS OF ARR-REG-MSTTBL(PTR-MSTTBL)(1:10)
                     = CONG-CODTBL
                OR ARGBUS OF ARR-REG-MSTTBL(PTR-MSTTBL)(1:10)
                     = CATEG-TODAS)
              AND FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(1:24) NUMERIC
              AND CONG-AGORA >=
                  FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(1:12)
              AND CONG-AGORA <
                  FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(13:12)
              MOVE "Y" TO CATEG-CONGELADA
              STRING  ARGBUS OF ARR-REG-MSTTBL(PTR-MSTTBL)(1:10)
                                       DELIMITED BY SPACE
                      "/"              DELIMITED BY SIZE
                      ARGBUS OF ARR-REG-MSTTBL(PTR-MSTTBL)(11:2)
                                       DELIMITED BY SIZE
                      INTO CONG-CHAVE
              END-STRING
              STRING  "@CONGEL "       DELIMITED BY SIZE
                      CONG-CHAVE       DELIMITED BY SPACE
                      " ATE "          DELIMITED BY SIZE
                      FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(13:8)
                                       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(21:4)
                                       DELIMITED BY SIZE
                      " - "            DELIMITED BY SIZE
                      FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(25:16)
                                       DELIMITED BY SIZE
                      INTO CONG-JANELA
              END-STRING
           END-IF
           .
