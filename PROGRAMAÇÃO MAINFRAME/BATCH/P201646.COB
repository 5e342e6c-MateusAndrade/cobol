       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201646.
       AUTHOR. MATEUS.
      **************************************
      * CONSULTA DE AUTENTICIDADE DE       *
      * DECLARACOES E CERTIFICADOS PELO    *
      * NUMERO DE REGISTRO E CODIGO DE     *
      * VERIFICACAO (CADDOC.DAT, EMITIDOS  *
      * PELO P201645)                      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DOC-NUMERO
                    FILE STATUS  IS ST-DOC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOC.DAT".
       01 REGDOC.
                03 DOC-NUMERO       PIC 9(06).
                03 DOC-TIPO         PIC X(01).
                03 DOC-RM           PIC 9(05).
                03 DOC-NOME         PIC X(35).
                03 DOC-PERIODO.
                   05 DOC-PER-ANO   PIC 9(04).
                   05 DOC-PER-SEM   PIC 9(01).
                03 DOC-CURSO        PIC 9(03).
                03 DOC-DATA.
                   05 DOC-DT-ANO    PIC 9(04).
                   05 DOC-DT-MES    PIC 9(02).
                   05 DOC-DT-DIA    PIC 9(02).
                03 DOC-OPERADOR     PIC X(10).
                03 DOC-VERIF        PIC 9(06).
                03 FILLER           PIC X(21).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-DOC       PIC X(02) VALUE "00".
       77 W-NUMERO     PIC 9(06) VALUE ZEROS.
       77 W-VERIF      PIC 9(06) VALUE ZEROS.

       01 LIN-TIPO.
          03 FILLER        PIC X(13) VALUE "DOCUMENTO : ".
          03 LT-TIPO       PIC X(35).
       01 LIN-ALUNO.
          03 FILLER        PIC X(13) VALUE "ALUNO     : ".
          03 LA-RM         PIC 9(05).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LA-NOME       PIC X(35).
       01 LIN-REFER.
          03 FILLER        PIC X(13) VALUE "REFERENCIA: ".
          03 LR-TEXTO      PIC X(08).
          03 LR-VALOR      PIC X(06).
       01 W-PER-ED.
          03 W-PE-ANO      PIC 9999.
          03 FILLER        PIC X(01) VALUE "/".
          03 W-PE-SEM      PIC 9.
       01 W-CURSO-ED       PIC 9(03).
       01 LIN-EMISSAO.
          03 FILLER        PIC X(13) VALUE "EMITIDO EM: ".
          03 LE-DIA        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LE-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LE-ANO        PIC 9999.
          03 FILLER        PIC X(07) VALUE "  POR: ".
          03 LE-OPERADOR   PIC X(10).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-001.
                OPEN INPUT CADDOC
                IF ST-DOC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDOC - "
                            ST-DOC
                   GO TO ROT-FIMS.
      *
       PEDE-NUMERO.
                DISPLAY " "
                DISPLAY "NUMERO DE REGISTRO (0 = SAIR): "
                ACCEPT W-NUMERO FROM CONSOLE
                IF W-NUMERO NOT NUMERIC
                   DISPLAY "*** INFORME APENAS NUMEROS ***"
                   GO TO PEDE-NUMERO.
                IF W-NUMERO = ZEROS
                   GO TO ROT-FIM.
                DISPLAY "CODIGO DE VERIFICACAO: "
                ACCEPT W-VERIF FROM CONSOLE
                MOVE W-NUMERO TO DOC-NUMERO
                READ CADDOC
                     INVALID KEY
                        DISPLAY "*** REGISTRO INEXISTENTE - DOCUMENTO "
                                "NAO AUTENTICO ***"
                        GO TO PEDE-NUMERO.
                IF DOC-VERIF NOT = W-VERIF
                   DISPLAY "*** CODIGO NAO CONFERE - DOCUMENTO "
                           "NAO AUTENTICO ***"
                   GO TO PEDE-NUMERO.
      *
       MOSTRA-DOC.
                DISPLAY "*** DOCUMENTO AUTENTICO ***"
                MOVE "TIPO DESCONHECIDO" TO LT-TIPO
                IF DOC-TIPO = "M"
                   MOVE "DECLARACAO DE MATRICULA" TO LT-TIPO.
                IF DOC-TIPO = "F"
                   MOVE "DECLARACAO DE FREQUENCIA" TO LT-TIPO.
                IF DOC-TIPO = "C"
                   MOVE "CERTIFICADO DE CONCLUSAO DE CURSO"
                                                       TO LT-TIPO.
                DISPLAY LIN-TIPO
                MOVE DOC-RM TO LA-RM
                MOVE DOC-NOME TO LA-NOME
                DISPLAY LIN-ALUNO
                IF DOC-TIPO = "C"
                   MOVE "CURSO " TO LR-TEXTO
                   MOVE DOC-CURSO TO W-CURSO-ED
                   MOVE W-CURSO-ED TO LR-VALOR
                ELSE
                   MOVE "PERIODO " TO LR-TEXTO
                   MOVE DOC-PER-ANO TO W-PE-ANO
                   MOVE DOC-PER-SEM TO W-PE-SEM
                   MOVE W-PER-ED TO LR-VALOR.
                DISPLAY LIN-REFER
                MOVE DOC-DT-DIA TO LE-DIA
                MOVE DOC-DT-MES TO LE-MES
                MOVE DOC-DT-ANO TO LE-ANO
                MOVE DOC-OPERADOR TO LE-OPERADOR
                DISPLAY LIN-EMISSAO
                GO TO PEDE-NUMERO.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADDOC.
       ROT-FIMS.
                STOP RUN.
