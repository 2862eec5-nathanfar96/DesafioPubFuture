      ******************************************************************
      * Author: NATHAN DE FARIA
      * Date: 15/10/2026
      * Purpose: CONVERSAO (UNICA) DOS ARQUIVOS DE RECEITAS E DESPESAS
      *          PARA O LAYOUT COM A DATA DE CONCILIACAO BANCARIA.
      *          ACRESCENTA AO FINAL DE CADA REGISTRO O CAMPO
      *          DAT-CONC (DDMMAAAA), GRAVADO ZERADO (NAO CONCILIADO):
      *          Receit.txt -> ReceitN.txt   Despes.txt -> DespesN.txt
      *          ReceitHist.txt -> ReceitHistN.txt
      *          DespesHist.txt -> DespesHistN.txt
      *          APOS A EXECUCAO, SUBSTITUIR OS ARQUIVOS ANTIGOS
      *          PELOS GERADOS (RENOMEANDO-OS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvConc_001.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-REC-ANT ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Receit.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCA-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-REC-NOV ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\ReceitN'-
       '.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCN-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-DSP-ANT ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Despes.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPA-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-DSP-NOV ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\DespesN'-
       '.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPN-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-HRC-ANT ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\ReceitHis'-
       't.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-HRC-NOV ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\ReceitHis'-
       'tN.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-HDP-ANT ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\DespesHis'-
       't.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-HDP-NOV ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\DespesHis'-
       'tN.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-REC-ANT.
               01 REG-REC-ANT.
                   03 RCA-ID           PIC 9(04).
                   03 FILLER           PIC X(01).
                   03 RCA-VAL          PIC 9(06)V99.
                   03 FILLER           PIC X(01).
                   03 RCA-DAT-RECB     PIC 9(08).
                   03 RCA-DAT-ESP      PIC 9(08).
                   03 FILLER           PIC X(01).
                   03 RCA-DESC         PIC A(15).
                   03 FILLER           PIC X(01).
                   03 RCA-CONTA        PIC A(25).
                   03 FILLER           PIC X(01).
                   03 RCA-TIPO         PIC 9(02).

           FD ARQ-REC-NOV.
               01 REG-REC-NOV.
                   03 RCN-ID           PIC 9(04).
                   03 FILLER           PIC X(01).
                   03 RCN-VAL          PIC 9(06)V99.
                   03 FILLER           PIC X(01).
                   03 RCN-DAT-RECB     PIC 9(08).
                   03 RCN-DAT-ESP      PIC 9(08).
                   03 FILLER           PIC X(01).
                   03 RCN-DESC         PIC A(15).
                   03 FILLER           PIC X(01).
                   03 RCN-CONTA        PIC A(25).
                   03 FILLER           PIC X(01).
                   03 RCN-TIPO         PIC 9(02).
                   03 FILLER           PIC X(01).
                   03 RCN-DAT-CONC     PIC 9(08).

           FD ARQ-DSP-ANT.
               01 REG-DSP-ANT.
                   03 DPA-ID           PIC 9(04).
                   03 FILLER           PIC X(01).
                   03 DPA-VAL          PIC 9(06)V99.
                   03 FILLER           PIC X(01).
                   03 DPA-DAT-VENC     PIC 9(08).
                   03 DPA-DAT-PAG      PIC 9(08).
                   03 FILLER           PIC X(01).
                   03 DPA-DESC         PIC A(15).
                   03 FILLER           PIC X(01).
                   03 DPA-CONTA        PIC A(25).
                   03 FILLER           PIC X(01).
                   03 DPA-TIPO         PIC 9(02).

           FD ARQ-DSP-NOV.
               01 REG-DSP-NOV.
                   03 DPN-ID           PIC 9(04).
                   03 FILLER           PIC X(01).
                   03 DPN-VAL          PIC 9(06)V99.
                   03 FILLER           PIC X(01).
                   03 DPN-DAT-VENC     PIC 9(08).
                   03 DPN-DAT-PAG      PIC 9(08).
                   03 FILLER           PIC X(01).
                   03 DPN-DESC         PIC A(15).
                   03 FILLER           PIC X(01).
                   03 DPN-CONTA        PIC A(25).
                   03 FILLER           PIC X(01).
                   03 DPN-TIPO         PIC 9(02).
                   03 FILLER           PIC X(01).
                   03 DPN-DAT-CONC     PIC 9(08).

           FD ARQ-HRC-ANT.
               01 REG-HRC-ANT.
                   03 HRA-ID           PIC 9(04).
                   03 FILLER           PIC X(71).

           FD ARQ-HRC-NOV.
               01 REG-HRC-NOV.
                   03 HRN-ID           PIC 9(04).
                   03 FILLER           PIC X(71).
                   03 FILLER           PIC X(01).
                   03 HRN-DAT-CONC     PIC 9(08).

           FD ARQ-HDP-ANT.
               01 REG-HDP-ANT.
                   03 HDA-ID           PIC 9(04).
                   03 FILLER           PIC X(71).

           FD ARQ-HDP-NOV.
               01 REG-HDP-NOV.
                   03 HDN-ID           PIC 9(04).
                   03 FILLER           PIC X(71).
                   03 FILLER           PIC X(01).
                   03 HDN-DAT-CONC     PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-FSTATUS           PIC 9(02) VALUE ZEROS.
       01 WS-EOF               PIC 9     VALUE ZERO.
       01 WS-QTD-REC           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-DSP           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-HRC           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-HDP           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-ERR           PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'CONVERSAO DOS ARQUIVOS PARA A DATA DE CONCILIACAO'
           PERFORM 1000-CONVERTE-RECEITAS
           PERFORM 2000-CONVERTE-DESPESAS
           PERFORM 3000-CONVERTE-HIST-RECEITAS
           PERFORM 4000-CONVERTE-HIST-DESPESAS
           DISPLAY 'CONVERSAO CONCLUIDA.'
           DISPLAY 'RECEITAS CONVERTIDAS....: ' WS-QTD-REC
           DISPLAY 'DESPESAS CONVERTIDAS....: ' WS-QTD-DSP
           DISPLAY 'HIST. RECEITAS..........: ' WS-QTD-HRC
           DISPLAY 'HIST. DESPESAS..........: ' WS-QTD-HDP
           DISPLAY 'ERROS DE GRAVACAO.......: ' WS-QTD-ERR
           DISPLAY 'SUBSTITUA OS ARQUIVOS ANTIGOS PELOS *N.txt.'
           GOBACK.

      *----CONVERTE Receit.txt PARA ReceitN.txt--------------------------*
       1000-CONVERTE-RECEITAS.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-REC-ANT
           IF WS-FSTATUS NOT EQUAL ZEROS
               DISPLAY 'Receit.txt NAO ENCONTRADO - PULADO. ST: '
               WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               OPEN OUTPUT ARQ-REC-NOV
               IF WS-FSTATUS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR ReceitN.txt ST: '
                   WS-FSTATUS
                   CLOSE ARQ-REC-ANT
               ELSE
                   MOVE ZEROS TO RCA-ID
                   START ARQ-REC-ANT KEY IS NOT LESS THAN RCA-ID
                       INVALID KEY
                           MOVE 1 TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ARQ-REC-ANT NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE SPACES       TO REG-REC-NOV
                               MOVE RCA-ID       TO RCN-ID
                               MOVE RCA-VAL      TO RCN-VAL
                               MOVE RCA-DAT-RECB TO RCN-DAT-RECB
                               MOVE RCA-DAT-ESP  TO RCN-DAT-ESP
                               MOVE RCA-DESC     TO RCN-DESC
                               MOVE RCA-CONTA    TO RCN-CONTA
                               MOVE RCA-TIPO     TO RCN-TIPO
                               MOVE ZEROS        TO RCN-DAT-CONC
                               PERFORM 1100-SEPARADORES-RECEITA
                               WRITE REG-REC-NOV
                                   INVALID KEY
                                       DISPLAY 'ERRO AO GRAVAR RECEITA '
                                       RCN-ID
                                       ADD 1 TO WS-QTD-ERR
                                   NOT INVALID KEY
                                       ADD 1 TO WS-QTD-REC
                               END-WRITE
                       END-READ
                   END-PERFORM
                   MOVE ZERO TO WS-EOF
                   CLOSE ARQ-REC-ANT ARQ-REC-NOV
               END-IF
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----REPOE OS PONTOS-E-VIRGULAS DO REGISTRO NOVO DE RECEITA--------*
       1100-SEPARADORES-RECEITA.
           MOVE ';' TO REG-REC-NOV(5:1)
           MOVE ';' TO REG-REC-NOV(14:1)
           MOVE ';' TO REG-REC-NOV(31:1)
           MOVE ';' TO REG-REC-NOV(47:1)
           MOVE ';' TO REG-REC-NOV(73:1)
           MOVE ';' TO REG-REC-NOV(76:1).

      *----CONVERTE Despes.txt PARA DespesN.txt--------------------------*
       2000-CONVERTE-DESPESAS.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-DSP-ANT
           IF WS-FSTATUS NOT EQUAL ZEROS
               DISPLAY 'Despes.txt NAO ENCONTRADO - PULADO. ST: '
               WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               OPEN OUTPUT ARQ-DSP-NOV
               IF WS-FSTATUS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR DespesN.txt ST: '
                   WS-FSTATUS
                   CLOSE ARQ-DSP-ANT
               ELSE
                   MOVE ZEROS TO DPA-ID
                   START ARQ-DSP-ANT KEY IS NOT LESS THAN DPA-ID
                       INVALID KEY
                           MOVE 1 TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ARQ-DSP-ANT NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE SPACES       TO REG-DSP-NOV
                               MOVE DPA-ID       TO DPN-ID
                               MOVE DPA-VAL      TO DPN-VAL
                               MOVE DPA-DAT-VENC TO DPN-DAT-VENC
                               MOVE DPA-DAT-PAG  TO DPN-DAT-PAG
                               MOVE DPA-DESC     TO DPN-DESC
                               MOVE DPA-CONTA    TO DPN-CONTA
                               MOVE DPA-TIPO     TO DPN-TIPO
                               MOVE ZEROS        TO DPN-DAT-CONC
                               PERFORM 2100-SEPARADORES-DESPESA
                               WRITE REG-DSP-NOV
                                   INVALID KEY
                                       DISPLAY 'ERRO AO GRAVAR DESPESA '
                                       DPN-ID
                                       ADD 1 TO WS-QTD-ERR
                                   NOT INVALID KEY
                                       ADD 1 TO WS-QTD-DSP
                               END-WRITE
                       END-READ
                   END-PERFORM
                   MOVE ZERO TO WS-EOF
                   CLOSE ARQ-DSP-ANT ARQ-DSP-NOV
               END-IF
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----REPOE OS PONTOS-E-VIRGULAS DO REGISTRO NOVO DE DESPESA--------*
       2100-SEPARADORES-DESPESA.
           MOVE ';' TO REG-DSP-NOV(5:1)
           MOVE ';' TO REG-DSP-NOV(14:1)
           MOVE ';' TO REG-DSP-NOV(31:1)
           MOVE ';' TO REG-DSP-NOV(47:1)
           MOVE ';' TO REG-DSP-NOV(73:1)
           MOVE ';' TO REG-DSP-NOV(76:1).

      *----CONVERTE ReceitHist.txt PARA ReceitHistN.txt----------------*
       3000-CONVERTE-HIST-RECEITAS.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-HRC-ANT
           IF WS-FSTATUS NOT EQUAL ZEROS
               DISPLAY 'ReceitHist.txt NAO ENCONTRADO - PULADO. ST: '
               WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               OPEN OUTPUT ARQ-HRC-NOV
               IF WS-FSTATUS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR ReceitHistN.txt ST: '
                   WS-FSTATUS
                   CLOSE ARQ-HRC-ANT
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ARQ-HRC-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE REG-HRC-ANT  TO REG-HRC-NOV
                               MOVE ';' TO REG-HRC-NOV(76:1)
                               MOVE ZEROS        TO HRN-DAT-CONC
                               WRITE REG-HRC-NOV
                               IF WS-FSTATUS NOT EQUAL ZEROS
                                   DISPLAY 'ERRO AO GRAVAR HIST.REC. '
                                   HRN-ID ' ST: ' WS-FSTATUS
                                   ADD 1 TO WS-QTD-ERR
                                   MOVE ZEROS TO WS-FSTATUS
                               ELSE
                                   ADD 1 TO WS-QTD-HRC
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE ZERO TO WS-EOF
                   CLOSE ARQ-HRC-ANT ARQ-HRC-NOV
               END-IF
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----CONVERTE DespesHist.txt PARA DespesHistN.txt----------------*
       4000-CONVERTE-HIST-DESPESAS.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-HDP-ANT
           IF WS-FSTATUS NOT EQUAL ZEROS
               DISPLAY 'DespesHist.txt NAO ENCONTRADO - PULADO. ST: '
               WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               OPEN OUTPUT ARQ-HDP-NOV
               IF WS-FSTATUS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR DespesHistN.txt ST: '
                   WS-FSTATUS
                   CLOSE ARQ-HDP-ANT
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ARQ-HDP-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE REG-HDP-ANT  TO REG-HDP-NOV
                               MOVE ';' TO REG-HDP-NOV(76:1)
                               MOVE ZEROS        TO HDN-DAT-CONC
                               WRITE REG-HDP-NOV
                               IF WS-FSTATUS NOT EQUAL ZEROS
                                   DISPLAY 'ERRO AO GRAVAR HIST.DESP. '
                                   HDN-ID ' ST: ' WS-FSTATUS
                                   ADD 1 TO WS-QTD-ERR
                                   MOVE ZEROS TO WS-FSTATUS
                               ELSE
                                   ADD 1 TO WS-QTD-HDP
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE ZERO TO WS-EOF
                   CLOSE ARQ-HDP-ANT ARQ-HDP-NOV
               END-IF
           END-IF
           MOVE ZEROS TO WS-FSTATUS.
