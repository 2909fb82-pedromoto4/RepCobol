      *----------------------------------------------------------------
      *| Realizado por..:                          Fecha:
      *| Aplicacion.....:
      *| Sistema........:
      *| Area...........:
      *| Descripcion....:  Substituicao em massa de valores de FUNCIO
      *|                    (renumeracao de um codigo externo - banco,
      *|                    balcao, centro de custo): procura o valor
      *|                    antigo no FUNCIO inteiro, como prefixo ou
      *|                    num intervalo fixo de posicoes, em todas as
      *|                    CODTBL ou so nas pedidas, e tambem dentro do
      *|                    valor das janelas @VIGENC. O modo PREVIA so
      *|                    lista antes/depois e totais por categoria;
      *|                    o mesmo pedido em modo APLICA altera, com
      *|                    validacao @REGRAS/@VIGENC/@REFERE e jornal
      *| Funcion........:
      *|
      *----------------------------------------------------------------
      *| Mantenimientos efectuados
      *| --FECHA-- --RESPONSABLE--  --------DESCRIPCION DE AJUSTE------
      *| 15/10/26  PM               Versao inicial - substituicao em
      *|                             massa de FUNCIO com previa
      *| 15/10/26  PM               Cadeia de verificacao em cada
      *|                             entrada do jornal, guardada com
      *|                             a sequencia em C:\PL0010.JSQ
      *| 15/10/26  PM               Janelas de congelamento @CONGEL
      *|                             - linhas da CODTBL congelada
      *|                             recusadas
      *| 15/10/26  PM               Validacao das linhas @TOLERA
      *|                             (tolerancias do PL0022)
      *| 15/10/26  PM               Validacao das linhas @CATALG
      *|                             (catalogo de categorias)
      *| 15/10/26  PM               Validacao das linhas @PRAZOS
      *|                             (prazos de entrega da noite)
      *| 15/10/26  PM               Janelas @VIGENC: direito, congela-
      *|                             mento e @REFERE sobre a CODTBL alvo
      *| 15/10/26  PM               Recusa @ACESSO no log tambem
      *|                             quando vem da resposta guardada
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PL0026.
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

       SELECT LCKTBL
                ASSIGN          TO LCKTBL-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-LCK
                ACCESS          IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RELATO.

       01 REG-RELATO PIC X(160).

       FD LOGAUD.

       01 REG-LOGAUD PIC X(160).

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
      * CADEIA DA ENTRADA QUE O LEVOU - UMA SO LINHA, PARTILHADA POR
      * TODOS OS PROGRAMAS QUE JORNALIZAM
       01 REG-JRNSEQ.
           02 JSQ-SEQ     PIC 9(09).
           02 FILLER      PIC X(01).
           02 JSQ-CADEIA  PIC X(12).

       FD LCKTBL.

      * UM BLOQUEIO POR LINHA - MESMO DESENHO DO PL0010
       01 REG-LCKTBL.
           02 LCK-CODTBL  PIC X(10).
           02 FILLER      PIC X(01).
           02 LCK-PROGRM  PIC X(06).
           02 FILLER      PIC X(01).
           02 LCK-UTILIZ  PIC X(08).
           02 FILLER      PIC X(01).
           02 LCK-DATA    PIC 9(08).
           02 FILLER      PIC X(01).
           02 LCK-HORA    PIC 9(08).

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

      * JORNAL DE ALTERACOES DE MSTTBL - O MESMO FICHEIRO PARTILHADO
      * QUE O PL0010 E O PL0011 ESCREVEM NAS SUAS MANUTENCOES
      * SEQUENCIA DO JORNAL - CADA ENTRADA NOVA LEVA O NUMERO
      * SEGUINTE AO GUARDADO EM C:\PL0010.JSQ; E ELA QUE PERMITE AO
      * DELTA POSICIONAR-SE SEM RELER A HISTORIA INTEIRA E A
      * COMPACTACAO (PL0015 JROTAT) CORTAR PERIODOS FECHADOS
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
      * QUE O PL0025 DESFAZ UMA SUBSTITUICAO INTEIRA
       77 CORRIDA-ID    PIC X(22) VALUE SPACES.
       77 DATA-JRN      PIC 9(08) VALUE ZERO.
       77 HORA-JRN      PIC 9(08) VALUE ZERO.

      * BLOQUEIO DE CATEGORIA - MESMO FICHEIRO PARTILHADO DO PL0010;
      * A SUBSTITUICAO PODE TOCAR QUALQUER CODTBL, PELO QUE O MODO
      * APLICA BLOQUEIA A TABELA INTEIRA (@TODAS) DESDE O VARRIMENTO
       77 LCKTBL-PATH   PIC X(256) VALUE "C:\PL0010.LCK".
       77 RESERVADA-LCK PIC XX VALUE "00".
       77 CATEG-TODAS   PIC X(10) VALUE "@TODAS".
       01 LCK-BASE.
           02 LCK-ENT OCCURS 200 PIC X(60).
       77 TOTAL-LCK     PIC 9(03) COMP VALUE ZERO.
       77 IND-LCK       PIC 9(03) COMP VALUE ZERO.
       77 LCKTBL-FIM    PIC X VALUE "N".
           88 FIM-LCKTBL          VALUE "Y".
       77 CODTBL-BLOQ   PIC X(10) VALUE SPACES.
       77 BLOQUEIO-MEU  PIC X(10) VALUE SPACES.
       77 BLOQUEIO-OK   PIC X VALUE "N".
           88 BLOQUEIO-TOMADO     VALUE "Y".
       77 LCK-OPERAC    PIC X(06) VALUE SPACES.

      * PEDIDO (O MESMO TEXTO NA PREVIA E NA APLICACAO) -
      *    OPERACAO          PREVIA (SO LISTA) OU APLICA
      *    TEXTO POS 1       MODO: T = FUNCIO INTEIRO
      *                            P = PREFIXO DO FUNCIO
      *                            I = INTERVALO FIXO DE POSICOES
      *          POS 2-3     POSICAO INICIAL (MODO I)
      *          POS 4-5     POSICAO FINAL (MODO I)
      *          POS 6-45    VALOR ANTIGO
      *          POS 46-85   VALOR NOVO
      *          POS 86-155  ATE 7 CODTBL DE 10 CARATERES (EM BRANCO =
      *                      TODAS AS CODTBL NAO RESERVADAS)
       01 PEDIDO-WK.
           02 PED-MODO      PIC X(01).
              88 PED-INTEIRO          VALUE "T".
              88 PED-PREFIXO          VALUE "P".
              88 PED-INTERVALO        VALUE "I".
           02 PED-POS-INI   PIC X(02).
           02 PED-POS-FIM   PIC X(02).
           02 PED-ANTIGO    PIC X(40).
           02 PED-NOVO      PIC X(40).
           02 PED-LISTA.
              03 PED-CODTBL OCCURS 7 PIC X(10).
           02 FILLER        PIC X(05).
       77 MODO-PEDIDO   PIC X VALUE SPACES.
           88 MODO-PREVIA         VALUE "P".
           88 MODO-APLICA         VALUE "A".
       77 POS-INI       PIC 9(02) VALUE ZERO.
       77 POS-FIM       PIC 9(02) VALUE ZERO.
       77 RNG-LEN       PIC 9(02) VALUE ZERO.
       77 LEN-ANTIGO    PIC 9(03) COMP VALUE ZERO.
       77 LEN-NOVO      PIC 9(03) COMP VALUE ZERO.
       77 IND-PED       PIC 9(02) COMP VALUE ZERO.
       77 HA-LISTA      PIC X VALUE "N".
       77 NA-LISTA      PIC X VALUE "N".
       77 LINHA-ELEGIVEL PIC X VALUE "N".

      * AREAS DA SUBSTITUICAO: O VALOR EXAMINADO E O FUNCIO INTEIRO
      * (40) NUMA LINHA NORMAL OU O VALOR DA JANELA (FUNCIO POS 17-40,
      * 24) NUMA LINHA @VIGENC
       77 VALOR-WK      PIC X(40) VALUE SPACES.
       77 VALOR-TAM     PIC 9(03) COMP VALUE ZERO.
       77 VALOR-RES     PIC X(40) VALUE SPACES.
       77 RESTO-WK      PIC X(40) VALUE SPACES.
       77 LEN-RESTO     PIC 9(03) COMP VALUE ZERO.
       77 SUBST-ACHOU   PIC X VALUE "N".
           88 HA-SUBSTITUICAO     VALUE "Y".
       77 SUBST-EXCEDE  PIC X VALUE "N".
       77 MEDIDA-TXT    PIC X(40) VALUE SPACES.
       77 MEDIDA-LEN    PIC 9(03) COMP VALUE ZERO.
       77 CODTBL-ALVO   PIC X(10) VALUE SPACES.

      * LOTE CORRENTE DO VARRIMENTO - COPIADO DO CURSOR ANTES DAS
      * PESQUISAS @4OLHOS, QUE REUTILIZAM O MESMO CURSOR
       01 LOTE-BASE.
           02 LOTE-ENT OCCURS 1500.
              03 LOTE-CODTBL PIC X(10).
              03 LOTE-ARGBUS PIC X(20).
              03 LOTE-FUNCIO PIC X(40).
       77 TOTAL-LOTE    PIC 9(05) COMP VALUE ZERO.
       77 IND-LOTE      PIC 9(05) COMP VALUE ZERO.
       77 VARRIMENTO-FIM PIC X VALUE "N".
           88 FIM-VARRIMENTO      VALUE "Y".

      * LINHAS ATINGIDAS, PELA ORDEM DA TABELA; A APLICACAO SO
      * COMECA DEPOIS DE O VARRIMENTO TER ACABADO
       01 CAND-BASE.
           02 CAND-ENT OCCURS 5000.
              03 CAND-CODTBL PIC X(10).
              03 CAND-ARGBUS PIC X(20).
              03 CAND-ANT    PIC X(40).
              03 CAND-NOV    PIC X(40).
              03 CAND-CAT    PIC 9(03) COMP.
              03 CAND-MOTIVO PIC X(40).
       77 TOTAL-CAND    PIC 9(05) COMP VALUE ZERO.
       77 IND-CAND      PIC 9(05) COMP VALUE ZERO.

      * CATEGORIAS ENCONTRADAS - ESTADO @4OLHOS E @CONGEL E TOTAIS
      * POR CODTBL
       01 CAT-BASE.
           02 CAT-ENT OCCURS 500.
              03 CAT-CODTBL    PIC X(10).
              03 CAT-4OLHOS    PIC X(01).
              03 CAT-CONGEL    PIC X(01).
              03 CAT-CONGCHV   PIC X(13).
              03 CAT-ACHADAS   PIC 9(07) COMP.
              03 CAT-FEITAS    PIC 9(07) COMP.
              03 CAT-RECUSADAS PIC 9(07) COMP.
       77 TOTAL-CAT     PIC 9(03) COMP VALUE ZERO.
       77 IND-CAT       PIC 9(03) COMP VALUE ZERO.
       77 CAT-ACHADA    PIC 9(03) COMP VALUE ZERO.
       77 CAT-LINHA     PIC 9(03) COMP VALUE ZERO.
       77 CAT-PROCURA   PIC X(10) VALUE SPACES.

      * MODO QUATRO OLHOS (CATEGORIA RESERVADA @4OLHOS, MESMO DESENHO
      * DO PL0011): COM O MODO LIGADO, UMA CODTBL SEM LINHA DE
      * ISENCAO SO SE ALTERA POR PEDIDO APROVADO NO PL0020 - A
      * SUBSTITUICAO EM MASSA RECUSA-A E DEIXA-A NO RELATORIO
       77 CATEG-4OLHOS  PIC X(10) VALUE "@4OLHOS".
       77 HA-4OLHOS     PIC X VALUE "N".
       77 HA-DIRETO     PIC X VALUE "N".

       77 RESERVADA-MNT PIC XX VALUE "00".
       77 ESTADO-LINHA  PIC X(40) VALUE SPACES.

      * IMAGEM ATUAL DA LINHA EM ALTERACAO
       01 ANT-MSTTBL.
           &CAMPOS MSTTBL

      * VIGENCIAS (CATEGORIA RESERVADA @VIGENC, MESMO DESENHO E
      * MESMA VALIDACAO DO PL0010): A VALIDACAO RECUSA JANELAS MAL
      * FORMADAS OU SOBREPOSTAS PARA O MESMO PAR ALVO
       77 CATEG-VIGENC  PIC X(10) VALUE "@VIGENC".
       77 VIG-DATAINI-N PIC 9(08) VALUE ZERO.
       77 VIG-DATAFIM-N PIC 9(08) VALUE ZERO.
       77 VIG-INI2      PIC 9(08) VALUE ZERO.
       77 VIG-FIM2      PIC 9(08) VALUE ZERO.
       77 VIG-PREFIXO   PIC X(18) VALUE SPACES.
       77 VIG-SEQ-WK    PIC X(02) VALUE SPACES.

      * REGRAS DE VALIDACAO POR CODTBL - MESMA CATEGORIA RESERVADA
      * @REGRAS E MESMO FORMATO DE REGRA DO PL0010
       77 CATEG-REGRAS  PIC X(10) VALUE "@REGRAS".
       77 HA-ESTRITO    PIC X VALUE "N".
       77 VALIDA-INSERCAO PIC X VALUE "N".
       77 REGRA-ATUAL   PIC X(40) VALUE SPACES.
       77 HA-REGRA      PIC X VALUE "N".
       77 MOTIVO-VAL    PIC X(40) VALUE SPACES.
       77 ARG-MIN       PIC 9(02) VALUE ZERO.
       77 ARG-MAX       PIC 9(02) VALUE ZERO.
       77 VAL-LEN       PIC 9(03) COMP VALUE ZERO.
       77 FUN-LEN       PIC 9(03) COMP VALUE ZERO.
       77 J-POS         PIC 9(03) COMP VALUE ZERO.
       77 DOM-VAL       PIC X(33) VALUE SPACES.
       77 DOM-LEN       PIC 9(03) COMP VALUE ZERO.
       77 DOM-ACHADO    PIC X VALUE "N".
       77 PONTO-VISTO   PIC X VALUE "N".
       77 DEC-CASAS     PIC 9(01) VALUE ZERO.
       77 FUNCIO-NUM    PIC X VALUE "N".
           88 FUNCIO-NUMERICO     VALUE "Y".
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

      * AUTORIZACAO POR OPERADOR (CATEGORIA RESERVADA @ACESSO, MESMO
      * DESENHO DO PL0010) - CADA LINHA ALTERADA EXIGE O DIREITO DE
      * ALTERAR SOBRE A SUA CODTBL
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
      * ULTIMA CODTBL VERIFICADA - AS LINHAS VEM ORDENADAS POR CODTBL
      * E A RECUSA SO FICA UMA VEZ NO LOG POR CATEGORIA
       77 ACE-ULTIMO    PIC X(11) VALUE SPACES.
       77 ACE-PEDIDO-WK PIC X(11) VALUE SPACES.
       77 ACE-ULT-OK    PIC X VALUE "Y".

      * TOTAIS (PARA O RELATORIO E PARA O LOG)
       77 TOTAL-LIDOS     PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-FEITAS    PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-RECUSADAS PIC 9(09) COMP VALUE ZERO.
       77 LIDOS-ED        PIC Z(08)9.
       77 ACHADAS-ED      PIC Z(08)9.
       77 FEITAS-ED       PIC Z(08)9.
       77 RECUSADAS-ED    PIC Z(08)9.

       LINKAGE SECTION.
       01 PARAM-WRITE.
           02 OPERACAO     PIC X(6).
           02 FICHEIRO     PIC X(20).
           02 TEXTO        PIC X(160).

       PROCEDURE DIVISION USING PARAM-WRITE.
       INICIO.
      *-------
           MOVE ZERO TO RETURN-CODE
           MOVE ZERO TO TOTAL-LIDOS
           MOVE ZERO TO TOTAL-FEITAS
           MOVE ZERO TO TOTAL-RECUSADAS
           MOVE ZERO TO TOTAL-CAND
           MOVE ZERO TO TOTAL-CAT
           MOVE "N"  TO VARRIMENTO-FIM
           MOVE SPACES TO ACE-ULTIMO
           PERFORM IDENTIFICA-CORRIDA
           PERFORM INICIALIZACIONES
           PERFORM VARRE-MSTTBL
           PERFORM VARYING IND-CAND FROM 1 BY 1
                   UNTIL IND-CAND > TOTAL-CAND
              PERFORM TRATA-CANDIDATA
           END-PERFORM
           PERFORM ESCREVE-TOTAIS
           .

       FIN-PROGRAMA.
      *-------------
           PERFORM LARGA-BLOQUEIO
           IF MODO-APLICA
              PERFORM GRAVA-LOG
           END-IF

           IF RELATO-ESTA-ABERTO
              CLOSE RELATO
           END-IF

           &COMIT WORK
           EXIT PROGRAM.
           STOP RUN.

       INICIALIZACIONES.
      *-----------------
      *    FICHEIRO E O RELATORIO; O TEXTO TRAZ O PEDIDO (VER
      *    PEDIDO-WK). UM PEDIDO INCOERENTE E RECUSADO ANTES DE SE LER
      *    A TABELA.
           MOVE SPACES TO MODO-PEDIDO
           EVALUATE OPERACAO OF PARAM-WRITE
              WHEN "PREVIA"
                 MOVE "P" TO MODO-PEDIDO
              WHEN "APLICA"
                 MOVE "A" TO MODO-PEDIDO
              WHEN OTHER
                 DISPLAY "PL0026 - OPERACAO DESCONHECIDA - "
                         OPERACAO OF PARAM-WRITE
                 DISPLAY "PL0026 - USAR PREVIA OU APLICA"
                 MOVE 12 TO RETURN-CODE
                 GO TO FIN-PROGRAMA
           END-EVALUATE

           MOVE TEXTO OF PARAM-WRITE TO PEDIDO-WK
           PERFORM VALIDA-PEDIDO
           IF RETURN-CODE NOT = 0
              GO TO FIN-PROGRAMA
           END-IF

           MOVE "N" TO RELATO-ABERTO
           MOVE SPACES TO RELATO-PATH
           MOVE FICHEIRO OF PARAM-WRITE TO RELATO-PATH
           OPEN OUTPUT RELATO
           IF RESERVADA-REL NOT = "00"
              DISPLAY "PL0026 - ERRO NA OPEN DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0026 - FILE STATUS = " RESERVADA-REL
              MOVE 16 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           MOVE "Y" TO RELATO-ABERTO

      *    SO A APLICACAO BLOQUEIA - E ANTES DO VARRIMENTO, PARA QUE
      *    AS LINHAS ENCONTRADAS NAO MUDEM ATE SEREM ALTERADAS
           IF MODO-APLICA
              MOVE CATEG-TODAS TO CODTBL-BLOQ
              PERFORM TOMA-BLOQUEIO
              IF NOT BLOQUEIO-TOMADO
                 GO TO FIN-PROGRAMA
              END-IF
           END-IF

           PERFORM LE-MODO-4OLHOS
           PERFORM ESCREVE-CABECALHO
           .

       VALIDA-PEDIDO.
      *---------------
      *    O VALOR ANTIGO E OBRIGATORIO E DIFERENTE DO NOVO; NO MODO I
      *    O INTERVALO TEM DE CABER NO FUNCIO E OS DOIS VALORES NO
      *    INTERVALO.
           MOVE PED-ANTIGO TO MEDIDA-TXT
           PERFORM MEDE-TEXTO
           MOVE MEDIDA-LEN TO LEN-ANTIGO
           MOVE PED-NOVO   TO MEDIDA-TXT
           PERFORM MEDE-TEXTO
           MOVE MEDIDA-LEN TO LEN-NOVO

           EVALUATE TRUE
              WHEN NOT PED-INTEIRO
               AND NOT PED-PREFIXO
               AND NOT PED-INTERVALO
                 DISPLAY "PL0026 - MODO DESCONHECIDO - " PED-MODO
                         " - USAR T, P OU I"
                 MOVE 12 TO RETURN-CODE
              WHEN PED-ANTIGO = SPACES
                 DISPLAY "PL0026 - VALOR ANTIGO NAO INDICADO"
                 MOVE 12 TO RETURN-CODE
              WHEN PED-ANTIGO = PED-NOVO
                 DISPLAY "PL0026 - VALOR NOVO IGUAL AO ANTIGO"
                 MOVE 12 TO RETURN-CODE
              WHEN PED-INTERVALO
                 PERFORM VALIDA-INTERVALO
           END-EVALUATE

           MOVE "N" TO HA-LISTA
           IF PED-LISTA NOT = SPACES
              MOVE "Y" TO HA-LISTA
           END-IF
           .

       VALIDA-INTERVALO.
      *------------------
           IF PED-POS-INI NOT NUMERIC
              OR PED-POS-FIM NOT NUMERIC
              DISPLAY "PL0026 - INTERVALO SEM POSICOES NUMERICAS"
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE PED-POS-INI TO POS-INI
              MOVE PED-POS-FIM TO POS-FIM
              PERFORM CONFERE-INTERVALO
           END-IF
           .

       CONFERE-INTERVALO.
      *-------------------
           IF POS-INI < 1
              OR POS-FIM < POS-INI
              OR POS-FIM > 40
              DISPLAY "PL0026 - INTERVALO INVALIDO - " PED-POS-INI
                      "-" PED-POS-FIM
              MOVE 12 TO RETURN-CODE
           ELSE
              COMPUTE RNG-LEN = POS-FIM - POS-INI + 1
              IF LEN-ANTIGO > RNG-LEN
                 OR LEN-NOVO > RNG-LEN
                 DISPLAY "PL0026 - VALOR MAIOR QUE O INTERVALO "
                         PED-POS-INI "-" PED-POS-FIM
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           .

       ESCREVE-CABECALHO.
      *-------------------
           MOVE SPACES TO REG-RELATO
           IF MODO-PREVIA
              STRING  "PREVIA - SUBSTITUICAO DE FUNCIO - MODO "
                                                   DELIMITED BY SIZE
                      PED-MODO                     DELIMITED BY SIZE
                      " - NADA E ALTERADO"         DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
           ELSE
              STRING  "SUBSTITUICAO DE FUNCIO - MODO "
                                                   DELIMITED BY SIZE
                      PED-MODO                     DELIMITED BY SIZE
                      " - CORRIDA "                DELIMITED BY SIZE
                      CORRIDA-ID                   DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
           END-IF
           PERFORM ESCREVE-LINHA-REL

           MOVE SPACES TO REG-RELATO
           STRING  "ANTIGO="     DELIMITED BY SIZE
                   PED-ANTIGO    DELIMITED BY SIZE
                   " NOVO="      DELIMITED BY SIZE
                   PED-NOVO      DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           IF PED-INTERVALO
              MOVE "POSICOES="   TO REG-RELATO(103:9)
              MOVE PED-POS-INI   TO REG-RELATO(112:2)
              MOVE "-"           TO REG-RELATO(114:1)
              MOVE PED-POS-FIM   TO REG-RELATO(115:2)
           END-IF
           PERFORM ESCREVE-LINHA-REL

           MOVE SPACES TO REG-RELATO
           IF HA-LISTA = "Y"
              STRING  "CODTBL: "    DELIMITED BY SIZE
                      PED-LISTA     DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
           ELSE
              MOVE "CODTBL: TODAS AS NAO RESERVADAS E JANELAS @VIGENC"
                TO REG-RELATO
           END-IF
           PERFORM ESCREVE-LINHA-REL

           MOVE SPACES TO REG-RELATO
           MOVE "CODTBL"   TO REG-RELATO(1:6)
           MOVE "ARGBUS"   TO REG-RELATO(12:6)
           MOVE "ANTES"    TO REG-RELATO(33:5)
           MOVE "DEPOIS"   TO REG-RELATO(74:6)
           MOVE "ESTADO"   TO REG-RELATO(115:6)
           PERFORM ESCREVE-LINHA-REL
           .

       VARRE-MSTTBL.
      *--------------
      *    UM VARRIMENTO ORDENADO DE MSTTBL PELO CURSOR MSTTBL01, DO
      *    PRINCIPIO AO FIM, COMO O VARRIMENTO DE ORFAOS DO PL0023.
           INITIALIZE REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,ARGBUS

           IF IO-NUMREC = 0
              DISPLAY "PL0026 - NADA - MSTTBL SEM REGISTOS"
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

           PERFORM VARRE-LOTE UNTIL FIM-VARRIMENTO

           IF TOTAL-CAND = 0
              DISPLAY "PL0026 - NADA - NENHUM FUNCIO COM O VALOR "
                      "ANTIGO"
              MOVE SPACES TO REG-RELATO
              MOVE "NENHUM FUNCIO COM O VALOR ANTIGO" TO REG-RELATO
              PERFORM ESCREVE-LINHA-REL
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
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
      *    AS CATEGORIAS RESERVADAS (@...) NUNCA SAO TOCADAS, SALVO AS
      *    JANELAS @VIGENC, CUJO VALOR (FUNCIO POS 17-40) E O FUNCIO EM
      *    VIGOR DA CODTBL ALVO (ARGBUS POS 1-10) - E PELA ALVO QUE A
      *    LISTA DE CODTBL AS ESCOLHE.
           MOVE "N" TO LINHA-ELEGIVEL
           IF LOTE-CODTBL(IND-LOTE) = CATEG-VIGENC
              MOVE LOTE-ARGBUS(IND-LOTE)(1:10) TO CODTBL-ALVO
              MOVE SPACES TO VALOR-WK
              MOVE LOTE-FUNCIO(IND-LOTE)(17:24) TO VALOR-WK
              MOVE 24 TO VALOR-TAM
              MOVE "Y" TO LINHA-ELEGIVEL
           ELSE
              IF LOTE-CODTBL(IND-LOTE)(1:1) NOT = "@"
                 MOVE LOTE-CODTBL(IND-LOTE) TO CODTBL-ALVO
                 MOVE LOTE-FUNCIO(IND-LOTE) TO VALOR-WK
                 MOVE 40 TO VALOR-TAM
                 MOVE "Y" TO LINHA-ELEGIVEL
              END-IF
           END-IF

           IF LINHA-ELEGIVEL = "Y"
              AND HA-LISTA = "Y"
              PERFORM CONFERE-LISTA
           END-IF

           IF LINHA-ELEGIVEL = "Y"
              PERFORM CALCULA-SUBSTITUICAO
              IF HA-SUBSTITUICAO
                 PERFORM REGISTA-CANDIDATA
              END-IF
           END-IF
           .

       CONFERE-LISTA.
      *---------------
           MOVE "N" TO NA-LISTA
           PERFORM VARYING IND-PED FROM 1 BY 1 UNTIL IND-PED > 7
              IF PED-CODTBL(IND-PED) NOT = SPACES
                 AND PED-CODTBL(IND-PED) = CODTBL-ALVO
                 MOVE "Y" TO NA-LISTA
              END-IF
           END-PERFORM
           IF NA-LISTA = "N"
              MOVE "N" TO LINHA-ELEGIVEL
           END-IF
           .

       REGISTA-CANDIDATA.
      *-------------------
      *    GUARDA A LINHA ATINGIDA COM A IMAGEM NOVA E O MOTIVO DE
      *    RECUSA JA CONHECIDO NO VARRIMENTO.
           IF TOTAL-CAND = 5000
              DISPLAY "PL0026 - LINHAS A MAIS - MAXIMO 5000 - "
                      "RESTRINGIR A LISTA DE CODTBL; NADA FOI ALTERADO"
              MOVE 12 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

           ADD 1 TO TOTAL-CAND
           MOVE LOTE-CODTBL(IND-LOTE) TO CAND-CODTBL(TOTAL-CAND)
           MOVE LOTE-ARGBUS(IND-LOTE) TO CAND-ARGBUS(TOTAL-CAND)
           MOVE LOTE-FUNCIO(IND-LOTE) TO CAND-ANT(TOTAL-CAND)
           MOVE SPACES                TO CAND-MOTIVO(TOTAL-CAND)
           IF VALOR-TAM = 24
              MOVE LOTE-FUNCIO(IND-LOTE) TO CAND-NOV(TOTAL-CAND)
              MOVE VALOR-RES(1:24) TO CAND-NOV(TOTAL-CAND)(17:24)
           ELSE
              MOVE VALOR-RES TO CAND-NOV(TOTAL-CAND)
           END-IF
           IF SUBST-EXCEDE = "Y"
              MOVE "VALOR NOVO NAO CABE NO CAMPO"
                TO CAND-MOTIVO(TOTAL-CAND)
           END-IF

      *    A CATEGORIA DA LINHA (E, NUMA JANELA, TAMBEM A ALVO) NAO
      *    PODE ESTAR SUJEITA AO MODO QUATRO OLHOS
           MOVE LOTE-CODTBL(IND-LOTE) TO CAT-PROCURA
           PERFORM AVALIA-CATEGORIA
           MOVE CAT-ACHADA TO CAT-LINHA
           MOVE CAT-LINHA  TO CAND-CAT(TOTAL-CAND)
           ADD 1 TO CAT-ACHADAS(CAT-LINHA)
           IF CAT-4OLHOS(CAT-LINHA) = "Y"
              MOVE "RECUSADA - CODTBL EM @4OLHOS"
                TO CAND-MOTIVO(TOTAL-CAND)
           END-IF
           IF LOTE-CODTBL(IND-LOTE) = CATEG-VIGENC
              MOVE CODTBL-ALVO TO CAT-PROCURA
              PERFORM AVALIA-CATEGORIA
              IF CAT-4OLHOS(CAT-ACHADA) = "Y"
                 MOVE "RECUSADA - CODTBL ALVO EM @4OLHOS"
                   TO CAND-MOTIVO(TOTAL-CAND)
              END-IF
           END-IF

      *    NEM DENTRO DE UMA JANELA @CONGEL (DA LINHA OU DA ALVO)
           IF CAT-CONGEL(CAT-ACHADA) = "Y"
              MOVE SPACES TO CAND-MOTIVO(TOTAL-CAND)
              STRING  "RECUSADA - CONGELADA @CONGEL "
                                          DELIMITED BY SIZE
                      CAT-CONGCHV(CAT-ACHADA) DELIMITED BY SPACE
                      INTO CAND-MOTIVO(TOTAL-CAND)
              END-STRING
           END-IF
           IF CAT-CONGEL(CAT-LINHA) = "Y"
              MOVE SPACES TO CAND-MOTIVO(TOTAL-CAND)
              STRING  "RECUSADA - CONGELADA @CONGEL "
                                          DELIMITED BY SIZE
                      CAT-CONGCHV(CAT-LINHA) DELIMITED BY SPACE
                      INTO CAND-MOTIVO(TOTAL-CAND)
              END-STRING
           END-IF
           .


       CALCULA-SUBSTITUICAO.
      *----------------------
      *    APLICA O PEDIDO A VALOR-WK (VALOR-TAM CARATERES UTEIS) E
      *    DEIXA O RESULTADO EM VALOR-RES; SUBST-EXCEDE ASSINALA UM
      *    PREFIXO NOVO QUE JA NAO DEIXA CABER O RESTO DO VALOR.
           MOVE "N"    TO SUBST-ACHOU
           MOVE "N"    TO SUBST-EXCEDE
           MOVE SPACES TO VALOR-RES

           EVALUATE TRUE
              WHEN PED-INTEIRO
                 IF LEN-ANTIGO <= VALOR-TAM
                    AND VALOR-WK = PED-ANTIGO
                    MOVE "Y" TO SUBST-ACHOU
                    MOVE PED-NOVO TO VALOR-RES
                    IF LEN-NOVO > VALOR-TAM
                       MOVE "Y" TO SUBST-EXCEDE
                    END-IF
                 END-IF
              WHEN PED-PREFIXO
                 IF LEN-ANTIGO <= VALOR-TAM
                    AND VALOR-WK(1:LEN-ANTIGO) =
                        PED-ANTIGO(1:LEN-ANTIGO)
                    MOVE "Y" TO SUBST-ACHOU
                    PERFORM MONTA-PREFIXO
                 END-IF
              WHEN OTHER
                 IF POS-FIM <= VALOR-TAM
                    AND VALOR-WK(POS-INI:RNG-LEN) =
                        PED-ANTIGO(1:RNG-LEN)
                    MOVE "Y" TO SUBST-ACHOU
                    MOVE VALOR-WK TO VALOR-RES
                    MOVE PED-NOVO(1:RNG-LEN)
                      TO VALOR-RES(POS-INI:RNG-LEN)
                 END-IF
           END-EVALUATE
           .

       MONTA-PREFIXO.
      *---------------
      *    VALOR NOVO SEGUIDO DO QUE VINHA DEPOIS DO PREFIXO ANTIGO.
           MOVE SPACES TO RESTO-WK
           MOVE ZERO   TO LEN-RESTO
           IF LEN-ANTIGO < VALOR-TAM
              MOVE VALOR-WK(LEN-ANTIGO + 1:VALOR-TAM - LEN-ANTIGO)
                TO RESTO-WK
              MOVE RESTO-WK TO MEDIDA-TXT
              PERFORM MEDE-TEXTO
              MOVE MEDIDA-LEN TO LEN-RESTO
           END-IF

           IF LEN-NOVO + LEN-RESTO > VALOR-TAM
              MOVE "Y" TO SUBST-EXCEDE
           ELSE
              IF LEN-NOVO > 0
                 MOVE PED-NOVO(1:LEN-NOVO) TO VALOR-RES(1:LEN-NOVO)
              END-IF
              IF LEN-RESTO > 0
                 MOVE RESTO-WK(1:LEN-RESTO)
                   TO VALOR-RES(LEN-NOVO + 1:LEN-RESTO)
              END-IF
           END-IF
           .

       MEDE-TEXTO.
      *------------
      *    COMPRIMENTO UTIL DE MEDIDA-TXT (SEM OS ESPACOS FINAIS).
           MOVE LENGTH OF MEDIDA-TXT TO MEDIDA-LEN
           PERFORM VARYING J-POS FROM LENGTH OF MEDIDA-TXT BY -1
                   UNTIL J-POS < 1
              IF MEDIDA-TXT(J-POS:1) = SPACE
                 SUBTRACT 1 FROM MEDIDA-LEN
              ELSE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

       AVALIA-CATEGORIA.
      *------------------
      *    DEVOLVE EM CAT-ACHADA A ENTRADA DA CODTBL CAT-PROCURA,
      *    CRIANDO-A (COM O SEU ESTADO @4OLHOS) NA PRIMEIRA VEZ.
           MOVE ZERO TO CAT-ACHADA
           PERFORM VARYING IND-CAT FROM 1 BY 1
                   UNTIL IND-CAT > TOTAL-CAT
              IF CAT-CODTBL(IND-CAT) = CAT-PROCURA
                 MOVE IND-CAT TO CAT-ACHADA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF CAT-ACHADA = 0
              PERFORM CRIA-CATEGORIA
           END-IF
           .

       CRIA-CATEGORIA.
      *----------------
           IF TOTAL-CAT = 500
              DISPLAY "PL0026 - CODTBL A MAIS - MAXIMO 500 - "
                      "RESTRINGIR A LISTA DE CODTBL; NADA FOI ALTERADO"
              MOVE 12 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

           ADD 1 TO TOTAL-CAT
           MOVE TOTAL-CAT   TO CAT-ACHADA
           MOVE CAT-PROCURA TO CAT-CODTBL(CAT-ACHADA)
           MOVE ZERO        TO CAT-ACHADAS(CAT-ACHADA)
           MOVE ZERO        TO CAT-FEITAS(CAT-ACHADA)
           MOVE ZERO        TO CAT-RECUSADAS(CAT-ACHADA)
           MOVE "N"         TO CAT-4OLHOS(CAT-ACHADA)
           IF HA-4OLHOS = "Y"
              PERFORM LE-DIRETO-CATEG
              IF HA-DIRETO = "N"
                 MOVE "Y" TO CAT-4OLHOS(CAT-ACHADA)
              END-IF
           END-IF
           MOVE CAT-PROCURA TO CONG-CODTBL
           PERFORM VERIFICA-CONGELAMENTO
           MOVE CATEG-CONGELADA TO CAT-CONGEL(CAT-ACHADA)
           MOVE CONG-CHAVE      TO CAT-CONGCHV(CAT-ACHADA)
           .


       LE-MODO-4OLHOS.
      *----------------
      *    O MODO QUATRO OLHOS ESTA LIGADO QUANDO EXISTE A LINHA
      *    CODTBL=@4OLHOS, ARGBUS=@4OLHOS - MESMO DESENHO DO PL0011.
           MOVE "N" TO HA-4OLHOS
           INITIALIZE REG-MSTTBL
           MOVE CATEG-4OLHOS TO CODTBL OF REG-MSTTBL
           MOVE CATEG-4OLHOS TO ARGBUS OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           IF IO-NUMREC > 0
              IF CODTBL OF ARR-REG-MSTTBL(1) = CATEG-4OLHOS
                 AND ARGBUS OF ARR-REG-MSTTBL(1) =
                     ARGBUS OF REG-MSTTBL
                 MOVE "Y" TO HA-4OLHOS
              END-IF
           END-IF
           .

       LE-DIRETO-CATEG.
      *-----------------
      *    A CODTBL CAT-PROCURA ESTA ISENTA DO MODO QUATRO OLHOS
      *    QUANDO EXISTE A LINHA CODTBL=@4OLHOS, ARGBUS=<CODTBL>.
           MOVE "N" TO HA-DIRETO
           INITIALIZE REG-MSTTBL
           MOVE CATEG-4OLHOS TO CODTBL OF REG-MSTTBL
           MOVE CAT-PROCURA  TO ARGBUS OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           IF IO-NUMREC > 0
              IF CODTBL OF ARR-REG-MSTTBL(1) = CATEG-4OLHOS
                 AND ARGBUS OF ARR-REG-MSTTBL(1) =
                     ARGBUS OF REG-MSTTBL
                 MOVE "Y" TO HA-DIRETO
              END-IF
           END-IF
           .

       TRATA-CANDIDATA.
      *-----------------
      *    UMA LINHA ATINGIDA: AS RECUSADAS NO VARRIMENTO FICAM SO NO
      *    RELATORIO; AS OUTRAS PASSAM PELA VALIDACAO (NA PREVIA
      *    TAMBEM, PARA SE VER O QUE SERIA RECUSADO) E, NA APLICACAO,
      *    PELA AUTORIZACAO, PELA TABELA E PELO JORNAL.
           MOVE CAND-CAT(IND-CAND) TO CAT-LINHA
           MOVE CAND-MOTIVO(IND-CAND) TO ESTADO-LINHA

           IF ESTADO-LINHA = SPACES
              INITIALIZE REG-MSTTBL
              MOVE CAND-CODTBL(IND-CAND) TO CODTBL OF REG-MSTTBL
              MOVE CAND-ARGBUS(IND-CAND) TO ARGBUS OF REG-MSTTBL
              MOVE CAND-NOV(IND-CAND)    TO FUNCIO OF REG-MSTTBL
              MOVE "N" TO VALIDA-INSERCAO
              PERFORM VALIDA-MSTTBL
              MOVE MOTIVO-VAL TO ESTADO-LINHA
           END-IF

           EVALUATE TRUE
              WHEN ESTADO-LINHA NOT = SPACES
                 PERFORM RECUSA-CANDIDATA
              WHEN MODO-PREVIA
                 ADD 1 TO TOTAL-FEITAS
                 ADD 1 TO CAT-FEITAS(CAT-LINHA)
                 MOVE "PREVISTA" TO ESTADO-LINHA
                 PERFORM ESCREVE-DETALHE
              WHEN OTHER
                 PERFORM APLICA-CANDIDATA
           END-EVALUATE
           .

       RECUSA-CANDIDATA.
      *------------------
           ADD 1 TO TOTAL-RECUSADAS
           ADD 1 TO CAT-RECUSADAS(CAT-LINHA)
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ESCREVE-DETALHE
           .

       APLICA-CANDIDATA.
      *------------------
      *    CONFIRMA QUE A LINHA AINDA TEM O FUNCIO DO VARRIMENTO, QUE
      *    O OPERADOR PODE ALTERAR A CODTBL, E ALTERA E JORNALIZA.
           PERFORM LE-IMAGEM-ANT
           IF ANT-MSTTBL = SPACES
              OR FUNCIO OF ANT-MSTTBL NOT = CAND-ANT(IND-CAND)
              MOVE "LINHA ALTERADA DESDE O VARRIMENTO" TO ESTADO-LINHA
              PERFORM RECUSA-CANDIDATA
           ELSE
              PERFORM CONFERE-ACESSO-LINHA
              IF ACE-ULT-OK NOT = "Y"
                 MOVE "SEM AUTORIZACAO @ACESSO" TO ESTADO-LINHA
                 PERFORM RECUSA-CANDIDATA
                 MOVE 28 TO RETURN-CODE
              ELSE
                 PERFORM ALTERA-LINHA
              END-IF
           END-IF
           .

       CONFERE-ACESSO-LINHA.
      *----------------------
      *    DIREITO DE ALTERAR SOBRE A CODTBL DA LINHA; AS LINHAS VEM
      *    POR ORDEM DE CODTBL E SO SE CONSULTA @ACESSO QUANDO MUDA.
           MOVE CAND-CODTBL(IND-CAND) TO ACE-CODTBL
      *    UMA JANELA @VIGENC MUDA O VALOR DA CODTBL ALVO - E SOBRE
      *    ESSA QUE CONTAM O DIREITO E O CONGELAMENTO
           IF CAND-CODTBL(IND-CAND) = CATEG-VIGENC
              AND CAND-ARGBUS(IND-CAND)(1:10) NOT = SPACES
              MOVE CAND-ARGBUS(IND-CAND)(1:10) TO ACE-CODTBL
           END-IF
           MOVE "UPDATE" TO ACE-OPERAC
           MOVE 3 TO ACE-DIREITO
           MOVE ACE-CODTBL  TO ACE-PEDIDO-WK(1:10)
           MOVE ACE-DIREITO TO ACE-PEDIDO-WK(11:1)
           IF ACE-PEDIDO-WK NOT = ACE-ULTIMO
              PERFORM VERIFICA-ACESSO
              MOVE ACE-PEDIDO-WK TO ACE-ULTIMO
              MOVE ACESSO-OK     TO ACE-ULT-OK
           ELSE
      *       A RESPOSTA GUARDADA DISPENSA A CONSULTA, NAO A LINHA DA
      *       RECUSA NO LOG - CADA OPERACAO RECUSADA FICA REGISTADA
              IF ACE-ULT-OK NOT = "Y"
                 PERFORM GRAVA-LOG-ACESSO
              END-IF
           END-IF
           .

       ALTERA-LINHA.
      *--------------
           MOVE CAND-NOV(IND-CAND) TO FUNCIO OF REG-MSTTBL
           MOVE "UPDATE" TO JRN-OPERAC-WK
           MOVE "00" TO RESERVADA-MNT
           &UPD MSTTBL,REG-MSTTBL,CODTBL,ARGBUS,RESERVADA-MNT
           IF RESERVADA-MNT NOT = "00"
              DISPLAY "PL0026 - ERRO AO ALTERAR MSTTBL - FILE STATUS = "
                      RESERVADA-MNT
              DISPLAY "PL0026 - CODTBL = " CODTBL OF REG-MSTTBL
                      " ARGBUS = " ARGBUS OF REG-MSTTBL
              MOVE SPACES TO ESTADO-LINHA
              STRING  "ERRO MSTTBL - FILE STATUS "  DELIMITED BY SIZE
                      RESERVADA-MNT                 DELIMITED BY SIZE
                      INTO ESTADO-LINHA
              END-STRING
              PERFORM ESCREVE-DETALHE
              MOVE 24 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

           PERFORM GRAVA-JORNAL
           ADD 1 TO TOTAL-FEITAS
           ADD 1 TO CAT-FEITAS(CAT-LINHA)
           MOVE "ALTERADA" TO ESTADO-LINHA
           PERFORM ESCREVE-DETALHE
           .


       ESCREVE-DETALHE.
      *-----------------
           MOVE SPACES TO REG-RELATO
           MOVE CAND-CODTBL(IND-CAND) TO REG-RELATO(1:10)
           MOVE CAND-ARGBUS(IND-CAND) TO REG-RELATO(12:20)
           MOVE CAND-ANT(IND-CAND)    TO REG-RELATO(33:40)
           MOVE CAND-NOV(IND-CAND)    TO REG-RELATO(74:40)
           MOVE ESTADO-LINHA          TO REG-RELATO(115:40)
           PERFORM ESCREVE-LINHA-REL
           .

       ESCREVE-TOTAIS.
      *----------------
      *    UMA LINHA POR CATEGORIA ATINGIDA E O TOTAL GERAL.
           MOVE SPACES TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           PERFORM VARYING IND-CAT FROM 1 BY 1
                   UNTIL IND-CAT > TOTAL-CAT
              IF CAT-ACHADAS(IND-CAT) > 0
                 PERFORM ESCREVE-TOTAL-CATEG
              END-IF
           END-PERFORM

           MOVE TOTAL-LIDOS     TO LIDOS-ED
           MOVE TOTAL-CAND      TO ACHADAS-ED
           MOVE TOTAL-FEITAS    TO FEITAS-ED
           MOVE TOTAL-RECUSADAS TO RECUSADAS-ED
           MOVE SPACES TO REG-RELATO
           IF MODO-PREVIA
              STRING  "TOTAL LIDAS="        DELIMITED BY SIZE
                      LIDOS-ED              DELIMITED BY SIZE
                      " ATINGIDAS="         DELIMITED BY SIZE
                      ACHADAS-ED            DELIMITED BY SIZE
                      " PREVISTAS="         DELIMITED BY SIZE
                      FEITAS-ED             DELIMITED BY SIZE
                      " RECUSADAS="         DELIMITED BY SIZE
                      RECUSADAS-ED          DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
           ELSE
              STRING  "TOTAL LIDAS="        DELIMITED BY SIZE
                      LIDOS-ED              DELIMITED BY SIZE
                      " ATINGIDAS="         DELIMITED BY SIZE
                      ACHADAS-ED            DELIMITED BY SIZE
                      " ALTERADAS="         DELIMITED BY SIZE
                      FEITAS-ED             DELIMITED BY SIZE
                      " RECUSADAS="         DELIMITED BY SIZE
                      RECUSADAS-ED          DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
           END-IF
           PERFORM ESCREVE-LINHA-REL

           DISPLAY "PL0026 - LINHAS LIDAS     = " LIDOS-ED
           DISPLAY "PL0026 - LINHAS ATINGIDAS = " ACHADAS-ED
           IF MODO-PREVIA
              DISPLAY "PL0026 - PREVISTAS        = " FEITAS-ED
           ELSE
              DISPLAY "PL0026 - ALTERADAS        = " FEITAS-ED
           END-IF
           DISPLAY "PL0026 - RECUSADAS        = " RECUSADAS-ED
           .

       ESCREVE-TOTAL-CATEG.
      *---------------------
           MOVE CAT-ACHADAS(IND-CAT)   TO ACHADAS-ED
           MOVE CAT-FEITAS(IND-CAT)    TO FEITAS-ED
           MOVE CAT-RECUSADAS(IND-CAT) TO RECUSADAS-ED
           MOVE SPACES TO REG-RELATO
           STRING  "CODTBL="             DELIMITED BY SIZE
                   CAT-CODTBL(IND-CAT)   DELIMITED BY SIZE
                   " ATINGIDAS="         DELIMITED BY SIZE
                   ACHADAS-ED            DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           IF MODO-PREVIA
              MOVE " PREVISTAS="  TO REG-RELATO(39:11)
           ELSE
              MOVE " ALTERADAS="  TO REG-RELATO(39:11)
           END-IF
           MOVE FEITAS-ED         TO REG-RELATO(50:9)
           MOVE " RECUSADAS="     TO REG-RELATO(59:11)
           MOVE RECUSADAS-ED      TO REG-RELATO(70:9)
           IF CAT-4OLHOS(IND-CAT) = "Y"
              MOVE " @4OLHOS LIGADO" TO REG-RELATO(79:15)
           END-IF
           IF CAT-CONGEL(IND-CAT) = "Y"
              STRING  " @CONGEL "            DELIMITED BY SIZE
                      CAT-CONGCHV(IND-CAT)   DELIMITED BY SPACE
                      INTO REG-RELATO(94:23)
              END-STRING
           END-IF
           PERFORM ESCREVE-LINHA-REL
           .

       ESCREVE-LINHA-REL.
      *-------------------
           WRITE REG-RELATO
           IF RESERVADA-REL NOT = "00"
              DISPLAY "PL0026 - ERRO NA WRITE DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0026 - FILE STATUS = " RESERVADA-REL
              MOVE 20 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           .

       LE-IMAGEM-ANT.
      *---------------
      *    GUARDA EM ANT-MSTTBL A IMAGEM ATUAL DA LINHA COM A CHAVE DE
      *    REG-MSTTBL; FICA EM ESPACOS QUANDO A LINHA NAO EXISTE.
           INITIALIZE ANT-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           IF IO-NUMREC > 0
              IF CODTBL OF ARR-REG-MSTTBL(1) = CODTBL OF REG-MSTTBL
                 AND ARGBUS OF ARR-REG-MSTTBL(1) =
                     ARGBUS OF REG-MSTTBL
                 MOVE ARR-REG-MSTTBL(1) TO ANT-MSTTBL
              END-IF
           END-IF
           .

       VALIDA-VIGENCIA.
      *-----------------
      *    VALIDA UMA LINHA DA CATEGORIA @VIGENC: CHAVE COM ALVO E
      *    SEQUENCIA, DATAS BEM FORMADAS E NENHUMA SOBREPOSICAO COM
      *    OUTRA JANELA DO MESMO PAR ALVO.
           IF ARGBUS OF REG-MSTTBL(1:10) = SPACES
              MOVE "VIGENCIA SEM CODTBL ALVO" TO MOTIVO-VAL
              GO TO VALIDA-VIGENCIA-EXIT
           END-IF
           IF ARGBUS OF REG-MSTTBL(19:2) NOT NUMERIC
              OR ARGBUS OF REG-MSTTBL(19:2) = "00"
              MOVE "VIGENCIA SEM SEQUENCIA 01-99" TO MOTIVO-VAL
              GO TO VALIDA-VIGENCIA-EXIT
           END-IF
           IF FUNCIO OF REG-MSTTBL(1:8) NOT NUMERIC
              MOVE "VIGENCIA SEM DATA DE INICIO" TO MOTIVO-VAL
              GO TO VALIDA-VIGENCIA-EXIT
           END-IF

           MOVE FUNCIO OF REG-MSTTBL(1:8) TO VIG-DATAINI-N
           MOVE 99999999 TO VIG-DATAFIM-N
           IF FUNCIO OF REG-MSTTBL(9:8) NUMERIC
              AND FUNCIO OF REG-MSTTBL(9:8) NOT = "00000000"
              MOVE FUNCIO OF REG-MSTTBL(9:8) TO VIG-DATAFIM-N
           END-IF
           IF VIG-DATAFIM-N < VIG-DATAINI-N
              MOVE "VIGENCIA COM FIM ANTES DO INICIO" TO MOTIVO-VAL
              GO TO VALIDA-VIGENCIA-EXIT
           END-IF

           MOVE ARGBUS OF REG-MSTTBL(1:18) TO VIG-PREFIXO
           MOVE ARGBUS OF REG-MSTTBL(19:2) TO VIG-SEQ-WK
           MOVE REG-MSTTBL TO GRD-MSTTBL

           INITIALIZE REG-MSTTBL
           MOVE CATEG-VIGENC TO CODTBL OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,
           PERFORM VARYING PTR-MSTTBL FROM 1 BY 1
                   UNTIL PTR-MSTTBL > IO-NUMREC
              IF ARGBUS OF ARR-REG-MSTTBL(PTR-MSTTBL)(1:18)
                   = VIG-PREFIXO
                 AND ARGBUS OF ARR-REG-MSTTBL(PTR-MSTTBL)(19:2)
                   NOT = VIG-SEQ-WK
                 AND FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(1:8)
                   NUMERIC
                 MOVE FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(1:8)
                      TO VIG-INI2
                 MOVE 99999999 TO VIG-FIM2
                 IF FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(9:8)
                      NUMERIC
                    AND FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(9:8)
                      NOT = "00000000"
                    MOVE FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(9:8)
                         TO VIG-FIM2
                 END-IF
                 IF VIG-DATAINI-N <= VIG-FIM2
                    AND VIG-INI2 <= VIG-DATAFIM-N
                    MOVE "VIGENCIAS SOBREPOSTAS PARA O ALVO"
                      TO MOTIVO-VAL
                 END-IF
              END-IF
           END-PERFORM

           MOVE GRD-MSTTBL TO REG-MSTTBL
           .

       VALIDA-VIGENCIA-EXIT.
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
      *    MOTIVO DA RECUSA EM MOTIVO-VAL (ESPACOS = LINHA ACEITE).
           MOVE SPACES TO MOTIVO-VAL

           IF CODTBL OF REG-MSTTBL = SPACES
              MOVE "CODTBL EM BRANCO" TO MOTIVO-VAL
              GO TO VALIDA-MSTTBL-EXIT
           END-IF

           IF CODTBL OF REG-MSTTBL = CATEG-VIGENC
              PERFORM VALIDA-VIGENCIA
              IF MOTIVO-VAL NOT = SPACES
                 GO TO VALIDA-MSTTBL-EXIT
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
                 PERFORM LE-MODO-ESTRITO
                 IF HA-ESTRITO = "Y"
                    MOVE "CODTBL SEM REGRA - MODO ESTRITO"
                      TO MOTIVO-VAL
                 END-IF
              END-IF
              GO TO VALIDA-MSTTBL-EXIT
           END-IF

           IF REGRA-ATUAL(1:1) = "S"
              AND ARGBUS OF REG-MSTTBL = SPACES
              MOVE "ARGBUS OBRIGATORIO NESTA CODTBL" TO MOTIVO-VAL
              GO TO VALIDA-MSTTBL-EXIT
           END-IF

           MOVE LENGTH OF ARGBUS OF REG-MSTTBL TO VAL-LEN
           PERFORM VARYING J-POS FROM LENGTH OF ARGBUS OF REG-MSTTBL
                   BY -1 UNTIL J-POS < 1
              IF ARGBUS OF REG-MSTTBL(J-POS:1) = SPACE
                 SUBTRACT 1 FROM VAL-LEN
              ELSE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           MOVE ZERO TO ARG-MIN
           IF REGRA-ATUAL(3:2) NUMERIC
              MOVE REGRA-ATUAL(3:2) TO ARG-MIN
           END-IF
           MOVE ZERO TO ARG-MAX
           IF REGRA-ATUAL(5:2) NUMERIC
              MOVE REGRA-ATUAL(5:2) TO ARG-MAX
           END-IF

           IF ARG-MIN > 0 AND VAL-LEN < ARG-MIN
              MOVE "ARGBUS MAIS CURTO QUE O MINIMO" TO MOTIVO-VAL
              GO TO VALIDA-MSTTBL-EXIT
           END-IF
           IF ARG-MAX > 0 AND VAL-LEN > ARG-MAX
              MOVE "ARGBUS MAIS LONGO QUE O MAXIMO" TO MOTIVO-VAL
              GO TO VALIDA-MSTTBL-EXIT
           END-IF

           IF REGRA-ATUAL(2:1) = "S"
              AND FUNCIO OF REG-MSTTBL = SPACES
              MOVE "FUNCIO OBRIGATORIO NESTA CODTBL" TO MOTIVO-VAL
              GO TO VALIDA-MSTTBL-EXIT
           END-IF

           IF REGRA-ATUAL(7:1) = "N"
              AND FUNCIO OF REG-MSTTBL NOT = SPACES
              PERFORM AVALIA-FUNCIO-NUM
              IF NOT FUNCIO-NUMERICO
                 MOVE "FUNCIO NAO NUMERICO NESTA CODTBL"
                   TO MOTIVO-VAL
                 GO TO VALIDA-MSTTBL-EXIT
              END-IF
           END-IF

           IF REGRA-ATUAL(7:1) = "D"
              AND FUNCIO OF REG-MSTTBL NOT = SPACES
              PERFORM VALIDA-DOMINIO
           END-IF
           .

       VALIDA-MSTTBL-EXIT.
      *--------------------
           EXIT.

       LE-REGRA-CATEG.
      *----------------
      *    PROCURA EM MSTTBL A LINHA DE REGRA DA CODTBL DE REG-MSTTBL
      *    (CODTBL=@REGRAS, ARGBUS=CODTBL ALVO); REG-MSTTBL E
      *    GUARDADO E REPOSTO A VOLTA DA PESQUISA.
           MOVE "N" TO HA-REGRA
           MOVE SPACES TO REGRA-ATUAL
           MOVE REG-MSTTBL TO GRD-MSTTBL

           INITIALIZE REG-MSTTBL
           MOVE CATEG-REGRAS TO CODTBL OF REG-MSTTBL
           MOVE CODTBL OF GRD-MSTTBL TO ARGBUS OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           IF IO-NUMREC > 0
              IF CODTBL OF ARR-REG-MSTTBL(1) = CATEG-REGRAS
                 AND ARGBUS OF ARR-REG-MSTTBL(1) =
                     ARGBUS OF REG-MSTTBL
                 MOVE FUNCIO OF ARR-REG-MSTTBL(1) TO REGRA-ATUAL
                 MOVE "Y" TO HA-REGRA
              END-IF
           END-IF

           MOVE GRD-MSTTBL TO REG-MSTTBL
           .

       LE-MODO-ESTRITO.
      *-----------------
      *    O MODO ESTRITO ESTA LIGADO QUANDO EXISTE A LINHA DE REGRA
      *    DA PROPRIA CATEGORIA @REGRAS (CODTBL=@REGRAS,
      *    ARGBUS=@REGRAS), MANTIDA COM AS MESMAS FERRAMENTAS QUE AS
      *    RESTANTES REGRAS.
           MOVE "N" TO HA-ESTRITO
           MOVE REG-MSTTBL TO GRD-MSTTBL

           INITIALIZE REG-MSTTBL
           MOVE CATEG-REGRAS TO CODTBL OF REG-MSTTBL
           MOVE CATEG-REGRAS TO ARGBUS OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           IF IO-NUMREC > 0
              IF CODTBL OF ARR-REG-MSTTBL(1) = CATEG-REGRAS
                 AND ARGBUS OF ARR-REG-MSTTBL(1) =
                     ARGBUS OF REG-MSTTBL
                 MOVE "Y" TO HA-ESTRITO
              END-IF
           END-IF

           MOVE GRD-MSTTBL TO REG-MSTTBL
           .

       AVALIA-FUNCIO-NUM.
      *-------------------
      *    ACEITA EM FUNCIO UM MONTANTE COM DIGITOS, SINAL - INICIAL
      *    OPCIONAL E UM PONTO DECIMAL OPCIONAL COM ATE TRES CASAS -
      *    MESMO CRITERIO DA OPERACAO EURO DO PL0010.
           MOVE "N"  TO FUNCIO-NUM
           MOVE "N"  TO PONTO-VISTO
           MOVE ZERO TO DEC-CASAS

           MOVE LENGTH OF FUNCIO OF REG-MSTTBL TO FUN-LEN
           PERFORM VARYING J-POS FROM LENGTH OF FUNCIO OF REG-MSTTBL
                   BY -1 UNTIL J-POS < 1
              IF FUNCIO OF REG-MSTTBL(J-POS:1) = SPACE
                 SUBTRACT 1 FROM FUN-LEN
              ELSE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF FUN-LEN = 0
              GO TO AVALIA-FUNCIO-NUM-EXIT
           END-IF

           MOVE "Y" TO FUNCIO-NUM
           PERFORM VARYING J-POS FROM 1 BY 1
                   UNTIL J-POS > FUN-LEN
                      OR NOT FUNCIO-NUMERICO
              EVALUATE TRUE
                 WHEN FUNCIO OF REG-MSTTBL(J-POS:1) = "-"
                    AND J-POS = 1
                    CONTINUE
                 WHEN FUNCIO OF REG-MSTTBL(J-POS:1) = "."
                    IF PONTO-VISTO = "Y"
                       MOVE "N" TO FUNCIO-NUM
                    ELSE
                       MOVE "Y" TO PONTO-VISTO
                    END-IF
                 WHEN FUNCIO OF REG-MSTTBL(J-POS:1) >= "0"
                    AND FUNCIO OF REG-MSTTBL(J-POS:1) <= "9"
                    IF PONTO-VISTO = "Y"
                       IF DEC-CASAS = 3
                          MOVE "N" TO FUNCIO-NUM
                       ELSE
                          ADD 1 TO DEC-CASAS
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE "N" TO FUNCIO-NUM
              END-EVALUATE
           END-PERFORM

           IF FUNCIO-NUMERICO
              AND FUNCIO OF REG-MSTTBL(1:1) = "-"
              AND FUN-LEN = 1
              MOVE "N" TO FUNCIO-NUM
           END-IF
           .

       AVALIA-FUNCIO-NUM-EXIT.
      *------------------------
           EXIT.

       VALIDA-DOMINIO.
      *----------------
      *    FUNCIO TEM DE COINCIDIR COM UM DOS VALORES DO DOMINIO
      *    DECLARADO NA REGRA (POS 8-40, SEPARADOS POR |).
           MOVE LENGTH OF FUNCIO OF REG-MSTTBL TO FUN-LEN
           PERFORM VARYING J-POS FROM LENGTH OF FUNCIO OF REG-MSTTBL
                   BY -1 UNTIL J-POS < 1
              IF FUNCIO OF REG-MSTTBL(J-POS:1) = SPACE
                 SUBTRACT 1 FROM FUN-LEN
              ELSE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           MOVE "N"    TO DOM-ACHADO
           MOVE SPACES TO DOM-VAL
           MOVE ZERO   TO DOM-LEN
           PERFORM VARYING J-POS FROM 8 BY 1 UNTIL J-POS > 40
              IF REGRA-ATUAL(J-POS:1) = "|"
                 PERFORM COMPARA-DOMINIO
              ELSE
                 IF DOM-LEN < LENGTH OF DOM-VAL
                    ADD 1 TO DOM-LEN
                    MOVE REGRA-ATUAL(J-POS:1) TO DOM-VAL(DOM-LEN:1)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM COMPARA-DOMINIO

           IF DOM-ACHADO = "N"
              MOVE "FUNCIO FORA DO DOMINIO PERMITIDO" TO MOTIVO-VAL
           END-IF
           .

       COMPARA-DOMINIO.
      *-----------------
           PERFORM VARYING VAL-LEN FROM DOM-LEN BY -1
                   UNTIL VAL-LEN < 1
              IF DOM-VAL(VAL-LEN:1) = SPACE
                 SUBTRACT 1 FROM DOM-LEN
              ELSE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF DOM-LEN > 0 AND DOM-LEN = FUN-LEN
              IF DOM-VAL(1:DOM-LEN) =
                 FUNCIO OF REG-MSTTBL(1:FUN-LEN)
                 MOVE "Y" TO DOM-ACHADO
              END-IF
           END-IF
           MOVE SPACES TO DOM-VAL
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
              DISPLAY "PL0026 - SEM AUTORIZACAO @ACESSO - UTILIZ="
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
                      " PROGRM=PL0026"     DELIMITED BY SIZE
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
           STRING  "PL0026"             DELIMITED BY SIZE
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
              DISPLAY "PL0026 - ERRO NA SEQUENCIA DO JORNAL - "
                      JRNSEQ-PATH
              DISPLAY "PL0026 - FILE STATUS = " RESERVADA-JSQ
           END-IF
           .

       GRAVA-JORNAL.
      *--------------
      *    ACRESCENTA AO JORNAL DE ALTERACOES A IMAGEM ANTERIOR
      *    (ANT-MSTTBL) E A NOVA (REG-MSTTBL) DA LINHA APLICADA, COM
      *    DATA/HORA, OPERADOR E PROGRAMA - MESMO FORMATO DO PL0010.
           ACCEPT DATA-JRN FROM DATE YYYYMMDD
           ACCEPT HORA-JRN FROM TIME
           MOVE SPACES TO UTILIZADOR
           ACCEPT UTILIZADOR FROM ENVIRONMENT "USERNAME"
              ON EXCEPTION
                 MOVE SPACES TO UTILIZADOR
           END-ACCEPT

           OPEN EXTEND JRNAUD
           IF RESERVADA-JRN NOT = "00"
              OPEN OUTPUT JRNAUD
           END-IF

           IF RESERVADA-JRN = "00"
              MOVE SPACES TO REG-JRNAUD
              MOVE DATA-JRN       TO JRN-DATA
              MOVE HORA-JRN       TO JRN-HORA
              MOVE "PL0026"       TO JRN-PROGRM
              MOVE JRN-OPERAC-WK  TO JRN-OPERAC
              MOVE UTILIZADOR     TO JRN-UTILIZ
              MOVE CODTBL OF ANT-MSTTBL TO JRN-ANT-CODTBL
              MOVE ARGBUS OF ANT-MSTTBL TO JRN-ANT-ARGBUS
              MOVE FUNCIO OF ANT-MSTTBL TO JRN-ANT-FUNCIO
              MOVE CODTBL OF REG-MSTTBL TO JRN-NOV-CODTBL
              MOVE ARGBUS OF REG-MSTTBL TO JRN-NOV-ARGBUS
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
              DISPLAY "PL0026 - ERRO NO JORNAL DE ALTERACOES - "
                      JRNAUD-PATH
              DISPLAY "PL0026 - FILE STATUS = " RESERVADA-JRN
              IF RETURN-CODE = 0
                 MOVE 30 TO RETURN-CODE
              END-IF
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
      *    ACRESCENTA UMA LINHA AO LOG DE AUDITORIA PARTILHADO COM A
      *    CORRIDA, O TOTAL DE LINHAS ALTERADAS E O RETURN-CODE, NO
      *    MESMO ESTILO DAS LINHAS QUE O PL0010 ESCREVE.
           ACCEPT DATA-LOG FROM DATE YYYYMMDD
           ACCEPT HORA-LOG FROM TIME
           MOVE TOTAL-FEITAS TO FEITAS-ED
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
                      " OPERACAO=SUBSTI"   DELIMITED BY SIZE
                      " CORRIDA="          DELIMITED BY SIZE
                      CORRIDA-ID           DELIMITED BY SPACE
                      " REGISTOS="         DELIMITED BY SIZE
                      FEITAS-ED            DELIMITED BY SIZE
                      " RC="               DELIMITED BY SIZE
                      RETCODE-LOG-ED       DELIMITED BY SIZE
                      INTO REG-LOGAUD
              END-STRING
              WRITE REG-LOGAUD
              CLOSE LOGAUD
           END-IF
           .

       TOMA-BLOQUEIO.
      *---------------
      *    TOMA O BLOQUEIO DA CATEGORIA EM CODTBL-BLOQ (AQUI @TODAS):
      *    LE OS BLOQUEIOS VIVOS, RECUSA SE JA HOUVER ALGUM E CASO
      *    CONTRARIO REESCREVE O FICHEIRO COM A LINHA NOVA - MESMO
      *    DESENHO DO PL0010.
           MOVE "N" TO BLOQUEIO-OK
           PERFORM LE-BLOQUEIOS

           PERFORM VARYING IND-LCK FROM 1 BY 1
                   UNTIL IND-LCK > TOTAL-LCK
              IF LCK-ENT(IND-LCK)(1:10) = CODTBL-BLOQ
                 OR LCK-ENT(IND-LCK)(1:10) = CATEG-TODAS
                 OR CODTBL-BLOQ = CATEG-TODAS
                 DISPLAY "PL0026 - CODTBL BLOQUEADA - "
                         LCK-ENT(IND-LCK)
                 DISPLAY "PL0026 - VER/QUEBRAR BLOQUEIOS NO PL0021"
                 MOVE 22 TO RETURN-CODE
                 GO TO TOMA-BLOQUEIO-EXIT
              END-IF
           END-PERFORM

           IF TOTAL-LCK = 200
              DISPLAY "PL0026 - FICHEIRO DE BLOQUEIOS CHEIO - "
                      LCKTBL-PATH
              MOVE 22 TO RETURN-CODE
              GO TO TOMA-BLOQUEIO-EXIT
           END-IF

           ACCEPT DATA-LOG FROM DATE YYYYMMDD
           ACCEPT HORA-LOG FROM TIME
           MOVE SPACES TO UTILIZADOR
           ACCEPT UTILIZADOR FROM ENVIRONMENT "USERNAME"
              ON EXCEPTION
                 MOVE SPACES TO UTILIZADOR
           END-ACCEPT

           OPEN OUTPUT LCKTBL
           IF RESERVADA-LCK NOT = "00"
              DISPLAY "PL0026 - ERRO NO FICHEIRO DE BLOQUEIOS - "
                      LCKTBL-PATH
              DISPLAY "PL0026 - FILE STATUS = " RESERVADA-LCK
              MOVE 22 TO RETURN-CODE
              GO TO TOMA-BLOQUEIO-EXIT
           END-IF

           PERFORM VARYING IND-LCK FROM 1 BY 1
                   UNTIL IND-LCK > TOTAL-LCK
              MOVE LCK-ENT(IND-LCK) TO REG-LCKTBL
              WRITE REG-LCKTBL
           END-PERFORM

           MOVE SPACES      TO REG-LCKTBL
           MOVE CODTBL-BLOQ TO LCK-CODTBL
           MOVE "PL0026"    TO LCK-PROGRM
           MOVE UTILIZADOR  TO LCK-UTILIZ
           MOVE DATA-LOG    TO LCK-DATA
           MOVE HORA-LOG    TO LCK-HORA
           WRITE REG-LCKTBL
           CLOSE LCKTBL

           MOVE CODTBL-BLOQ TO BLOQUEIO-MEU
           MOVE "Y" TO BLOQUEIO-OK
           MOVE "BLOQ" TO LCK-OPERAC
           PERFORM GRAVA-LOG-BLOQ
           .

       TOMA-BLOQUEIO-EXIT.
      *--------------------
           EXIT.

       LARGA-BLOQUEIO.
      *----------------
      *    LARGA O BLOQUEIO TOMADO NESTA CORRIDA (SE O HOUVER) E
      *    REGISTA A LARGADA NO LOG - MESMO DESENHO DO PL0010.
           IF BLOQUEIO-MEU = SPACES
              GO TO LARGA-BLOQUEIO-EXIT
           END-IF

           PERFORM LE-BLOQUEIOS

           OPEN OUTPUT LCKTBL
           IF RESERVADA-LCK NOT = "00"
              DISPLAY "PL0026 - ERRO AO LARGAR O BLOQUEIO - "
                      LCKTBL-PATH
              DISPLAY "PL0026 - FILE STATUS = " RESERVADA-LCK
              GO TO LARGA-BLOQUEIO-EXIT
           END-IF

           PERFORM VARYING IND-LCK FROM 1 BY 1
                   UNTIL IND-LCK > TOTAL-LCK
              IF LCK-ENT(IND-LCK)(1:10) NOT = BLOQUEIO-MEU
                 MOVE LCK-ENT(IND-LCK) TO REG-LCKTBL
                 WRITE REG-LCKTBL
              END-IF
           END-PERFORM
           CLOSE LCKTBL

           MOVE SPACES TO BLOQUEIO-MEU
           MOVE "DESBL" TO LCK-OPERAC
           ACCEPT DATA-LOG FROM DATE YYYYMMDD
           ACCEPT HORA-LOG FROM TIME
           PERFORM GRAVA-LOG-BLOQ
           .

       LARGA-BLOQUEIO-EXIT.
      *---------------------
           EXIT.

       LE-BLOQUEIOS.
      *--------------
      *    CARREGA PARA MEMORIA OS BLOQUEIOS VIVOS; SEM FICHEIRO DE
      *    BLOQUEIOS A TABELA FICA VAZIA.
           MOVE ZERO TO TOTAL-LCK
           MOVE "N"  TO LCKTBL-FIM
           OPEN INPUT LCKTBL
           IF RESERVADA-LCK NOT = "00"
              GO TO LE-BLOQUEIOS-EXIT
           END-IF
           PERFORM LE-LINHA-LCK
           PERFORM GUARDA-LINHA-LCK UNTIL FIM-LCKTBL
           CLOSE LCKTBL
           .

       LE-BLOQUEIOS-EXIT.
      *-------------------
           EXIT.

       LE-LINHA-LCK.
      *--------------
           MOVE SPACES TO REG-LCKTBL
           READ LCKTBL
              AT END
                 MOVE "Y" TO LCKTBL-FIM
           END-READ
           .

       GUARDA-LINHA-LCK.
      *------------------
           IF REG-LCKTBL NOT = SPACES
              AND TOTAL-LCK < 200
              ADD 1 TO TOTAL-LCK
              MOVE REG-LCKTBL TO LCK-ENT(TOTAL-LCK)
           END-IF
           PERFORM LE-LINHA-LCK
           .

       GRAVA-LOG-BLOQ.
      *----------------
      *    UMA LINHA NO LOG PARTILHADO POR CADA TOMADA (BLOQ) E
      *    LARGADA (DESBL) DE BLOQUEIO.
           OPEN EXTEND LOGAUD
           IF RESERVADA-LOG NOT = "00"
              OPEN OUTPUT LOGAUD
           END-IF

           IF RESERVADA-LOG = "00"
              MOVE SPACES TO REG-LOGAUD
              STRING  DATA-LOG             DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      HORA-LOG             DELIMITED BY SIZE
                      " OPERACAO="         DELIMITED BY SIZE
                      LCK-OPERAC           DELIMITED BY SPACE
                      " CODTBL="           DELIMITED BY SIZE
                      CODTBL-BLOQ          DELIMITED BY SPACE
                      " UTILIZ="           DELIMITED BY SIZE
                      UTILIZADOR           DELIMITED BY SPACE
                      " RC=   0"           DELIMITED BY SIZE
                      INTO REG-LOGAUD
              END-STRING
              WRITE REG-LOGAUD
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
