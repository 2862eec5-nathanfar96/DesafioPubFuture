           RECORD KEY IS CRT-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-EMPREST ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Emprest'-
       '.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQE-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-APLICAC ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Aplic.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQA-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-RATEIO ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Rateio'-
       '.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQT-CHAVE
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-COTACAO ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Cotac.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQM-CHAVE
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-METAS ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Metas.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQG-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-TIPOS ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Tipos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-EXT-BANCO ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\ExtBan.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-LOTE ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Lote.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-LOTE-LOG ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\LoteLog'-
       '.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.




                       05 FILLER       PIC X       VALUE ';'.
                   03 CONT-SALD-INI PIC S9(08)V99
                                    SIGN IS LEADING SEPARATE.
                   03 FILLER       PIC X VALUE ';'.
                   03 CONT-MOEDA   PIC X(03) VALUE SPACES.
                   03 FILLER       PIC X VALUE ';'.
                   03 CONT-SALD-INI-BRL PIC S9(08)V99
                                    SIGN IS LEADING SEPARATE.

           FD ARQ-RECEITAS.
               01 ARQ-REC.
                   03 ARQR-CONTA       PIC A(25).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQR-TIPO        PIC 9(02).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQR-DAT-CONC.
                       07 ARQR-DIA-CONC    PIC 9(02).
                       07 ARQR-MES-CONC    PIC 9(02).
                       07 ARQR-ANO-CONC    PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQR-DOC         PIC X(14).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQR-CONT-ID     PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQR-MOEDA       PIC X(03).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQR-COTAC       PIC 9(04)V9(06).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQR-VAL-BRL     PIC 9(08)V99.

           FD ARQ-DESPESAS.
               01 ARQ-DESP.
                   03 ARQD-CONTA       PIC A(25).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQD-TIPO        PIC 9(02).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQD-DAT-CONC.
                       07 ARQD-DIA-CONC    PIC 9(02).
                       07 ARQD-MES-CONC    PIC 9(02).
                       07 ARQD-ANO-CONC    PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQD-DOC         PIC X(14).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQD-CONT-ID     PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQD-MOEDA       PIC X(03).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQD-COTAC       PIC 9(04)V9(06).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQD-VAL-BRL     PIC 9(08)V99.

           FD ARQ-RECORR.
               01 ARQ-LANC-RECORR.
                   03 ARQL-ATIVO       PIC A(01).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQL-ULT-GER     PIC 9(06).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQL-CONT-ID     PIC 9(04).

           FD ARQ-ORCAMENTO.
               01 ORC-REG.
                   03 FILLER        PIC X VALUE ';'.
                   03 CRT-DIA-VENC  PIC 9(02).

           FD ARQ-EMPREST.
               01 ARQ-EMP-REG.
                   03 ARQE-ID          PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQE-DESC        PIC A(15).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQE-CONTA       PIC A(25).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQE-VAL-FIN     PIC 9(08)V99.
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQE-TAXA        PIC 9(02)V9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQE-PRAZO       PIC 9(03).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQE-SISTEMA     PIC A(01).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQE-DAT-PRIM.
                       07 ARQE-DIA-PRIM    PIC 9(02).
                       07 ARQE-MES-PRIM    PIC 9(02).
                       07 ARQE-ANO-PRIM    PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQE-TIPO        PIC 9(02).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQE-ULT-PARC    PIC 9(03).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQE-SITUACAO    PIC A(01).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQE-DAT-QUIT.
                       07 ARQE-DIA-QUIT    PIC 9(02).
                       07 ARQE-MES-QUIT    PIC 9(02).
                       07 ARQE-ANO-QUIT    PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQE-CONT-ID     PIC 9(04).

           FD ARQ-APLICAC.
               01 ARQ-APL-REG.
                   03 ARQA-ID          PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQA-CONT-ID     PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQA-DESC        PIC A(15).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQA-PRODUTO     PIC 9(02).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQA-MODO        PIC A(01).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQA-TAXA        PIC 9(03)V9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQA-VAL-APLIC   PIC 9(08)V99.
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQA-DAT-APLIC.
                       07 ARQA-DIA-APLIC   PIC 9(02).
                       07 ARQA-MES-APLIC   PIC 9(02).
                       07 ARQA-ANO-APLIC   PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQA-DAT-VENC.
                       07 ARQA-DIA-VENC    PIC 9(02).
                       07 ARQA-MES-VENC    PIC 9(02).
                       07 ARQA-ANO-VENC    PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQA-REND-ACUM   PIC 9(08)V99.
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQA-IR-ACUM     PIC 9(08)V99.
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQA-ULT-REND    PIC 9(06).

           FD ARQ-RATEIO.
               01 ARQ-RAT-REG.
                   03 ARQT-CHAVE.
                       07 ARQT-DESP-ID     PIC 9(04).
                       07 ARQT-SEQ         PIC 9(02).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQT-TIPO        PIC 9(02).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQT-CCUSTO      PIC X(10).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQT-VAL         PIC 9(06)V99.
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQT-PERC        PIC 9(03)V99.

           FD ARQ-COTACAO.
               01 ARQ-COT-REG.
                   03 ARQM-CHAVE.
                       07 ARQM-MOEDA       PIC X(03).
                       07 ARQM-DATA        PIC 9(08).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQM-TAXA        PIC 9(04)V9(06).

           FD ARQ-METAS.
               01 ARQ-META-REG.
                   03 ARQG-ID          PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQG-DESC        PIC X(25).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQG-VAL-ALVO    PIC 9(08)V99.
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQG-DAT-ALVO.
                       07 ARQG-DIA-ALVO    PIC 9(02).
                       07 ARQG-MES-ALVO    PIC 9(02).
                       07 ARQG-ANO-ALVO    PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQG-MODO        PIC A(01).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQG-CONT-ID1    PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQG-CONT-ID2    PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQG-CONT-ID3    PIC 9(04).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQG-RESERVADO   PIC 9(08)V99.
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQG-INICIO.
                       07 ARQG-ANO-INI     PIC 9(04).
                       07 ARQG-MES-INI     PIC 9(02).
                   03 FILLER           PIC X(01) VALUE ';'.
                   03 ARQG-TRANSF      PIC 9(08)V99.

           FD ARQ-TIPOS.
               01 ARQ-REC-TIPO.
                   03 ARQTIP-NAT    PIC X(01).
                   03 ARQTIP-COD    PIC 9(02).
                   03 FILLER        PIC X VALUE ';'.
                   03 ARQTIP-NOME   PIC A(20).
                   03 FILLER        PIC X VALUE ';'.
                   03 ARQTIP-FISC   PIC 9(01).

           FD ARQ-FECHAMENTO.
               01 FCH-REG              PIC X(80).
                   03 HRC-CONTA        PIC A(25).
                   03 FILLER           PIC X(01).
                   03 HRC-TIPO         PIC 9(02).
                   03 FILLER           PIC X(01).
                   03 HRC-DAT-CONC     PIC 9(08).
                   03 FILLER           PIC X(01).
                   03 HRC-DOC          PIC X(14).
                   03 FILLER           PIC X(01).
                   03 HRC-CONT-ID      PIC 9(04).
                   03 FILLER           PIC X(01).
                   03 HRC-MOEDA        PIC X(03).
                   03 FILLER           PIC X(01).
                   03 HRC-COTAC        PIC 9(04)V9(06).
                   03 FILLER           PIC X(01).
                   03 HRC-VAL-BRL      PIC 9(08)V99.

           FD ARQ-DESP-HIST.
               01 HDSP-REG.
                   03 HDP-CONTA        PIC A(25).
                   03 FILLER           PIC X(01).
                   03 HDP-TIPO         PIC 9(02).
                   03 FILLER           PIC X(01).
                   03 HDP-DAT-CONC     PIC 9(08).
                   03 FILLER           PIC X(01).
                   03 HDP-DOC          PIC X(14).
                   03 FILLER           PIC X(01).
                   03 HDP-CONT-ID      PIC 9(04).
                   03 FILLER           PIC X(01).
                   03 HDP-MOEDA        PIC X(03).
                   03 FILLER           PIC X(01).
                   03 HDP-COTAC        PIC 9(04)V9(06).
                   03 FILLER           PIC X(01).
                   03 HDP-VAL-BRL      PIC 9(08)V99.

           FD ARQ-IMPORTA.
               01 IMP-LINHA            PIC X(80).
               01 REL-LINHA            PIC X(80).

           FD ARQ-EXPORTA.
               01 EXP-LINHA            PIC X(100).

           FD ARQ-EXP-SALDOS.
               01 EXPS-LINHA           PIC X(60).
           FD ARQ-AUDITORIA.
               01 AUD-LINHA            PIC X(210).

           FD ARQ-EXT-BANCO.
               01 EXTB-LINHA           PIC X(80).

           FD ARQ-JORNAL.
               01 ARQ-REC-JORNAL.
                   03 JRN-DATA.
                   03 FILLER            PIC X VALUE ';'.
                   03 JRN-OPERADOR      PIC 9(03).

           FD ARQ-LOTE.
               01 LOTE-LINHA           PIC X(80).

           FD ARQ-LOTE-LOG.
               01 LOTE-LOG-REG.
                   03 LOGL-DATA         PIC X(08).
                   03 FILLER            PIC X(01).
                   03 LOGL-SEQ          PIC X(02).
                   03 FILLER            PIC X(01).
                   03 LOGL-ETAPA        PIC X(08).
                   03 FILLER            PIC X(15).
                   03 LOGL-SITUACAO     PIC X(06).
                   03 FILLER            PIC X(49).


       WORKING-STORAGE SECTION.

               05 FILLER               PIC X       VALUE ';'.
               05 WSR-NMECONTABANCO    PIC A(25)   VALUE SPACES.
               05 FILLER               PIC X       VALUE ';'.
           03 WSR-CONTAMOEDA   PIC X(03)   VALUE SPACES.
           03 WSR-CONTACOTAC   PIC 9(04)V9(06) VALUE ZEROS.


       01 WS-TESTESDATA.
           03 TB-REC-CONTA PIC X(25).
           03 FILLER       PIC X(01) VALUE ';'.
           03 TB-REC-TIPO  PIC 9(02).
           03 FILLER       PIC X(01) VALUE ';'.
           03 TB-REC-DAT-CONC PIC 9(08) VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE ';'.
           03 TB-REC-DOC   PIC X(14) VALUE SPACES.
           03 FILLER       PIC X(01) VALUE ';'.
           03 TB-REC-CONT-ID PIC 9(04) VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE ';'.
           03 TB-REC-MOEDA PIC X(03) VALUE 'BRL'.
           03 FILLER       PIC X(01) VALUE ';'.
           03 TB-REC-COTAC PIC 9(04)V9(06) VALUE 1.
           03 FILLER       PIC X(01) VALUE ';'.
           03 TB-REC-VAL-BRL PIC 9(08)V99 VALUE ZEROS.

       01 TAB-DESPESAS.
           03 TD-DESP-ID           PIC X(04) VALUE ZEROS.
           03 TD-DESP-CONTA PIC X(25).
           03 FILLER       PIC X(01) VALUE ';'.
           03 TD-DESP-TIPO PIC 9(02).
           03 FILLER       PIC X(01) VALUE ';'.
           03 TD-DESP-DAT-CONC PIC 9(08) VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE ';'.
           03 TD-DESP-DOC  PIC X(14) VALUE SPACES.
           03 FILLER       PIC X(01) VALUE ';'.
           03 TD-DESP-CONT-ID PIC 9(04) VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE ';'.
           03 TD-DESP-MOEDA PIC X(03) VALUE 'BRL'.
           03 FILLER       PIC X(01) VALUE ';'.
           03 TD-DESP-COTAC PIC 9(04)V9(06) VALUE 1.
           03 FILLER       PIC X(01) VALUE ';'.
           03 TD-DESP-VAL-BRL PIC 9(08)V99 VALUE ZEROS.

       01 WS-CONT-01-D     PIC 9(04) VALUE 1.
       01 WS-BUSCA-ID-D    PIC 9(04) VALUE ZEROS.
           03 WSC-TIPO-IDX          PIC 9(02) VALUE ZEROS.
           03 WSC-LINHA             PIC 9(02) VALUE ZEROS.
           03 WSC-ACHOU             PIC A(03) VALUE 'NAO'.
           03 WSC-SALDO-BRL         PIC S9(09)V99 VALUE ZEROS.
           03 WSC-QTD-ESTR          PIC 9(04) VALUE ZEROS.
           03 WSC-QTD-SEM-COT       PIC 9(04) VALUE ZEROS.

      *----AREA DE TRABALHO DO FLUXO DE CAIXA MENSAL---------------------*
       01 WS-FLUXO-CAIXA.
           03 WS-FLX-ED-RESULT      PIC -ZZZ.ZZZ.ZZ9,99.
           03 WS-FLX-ED-ACUMUL      PIC -ZZZ.ZZZ.ZZ9,99.
           03 WS-FLX-ED-TOTAL       PIC ZZZ.ZZZ.ZZ9,99.
           03 WS-FLX-DSP-TIPO-TAB.
               05 WS-FLX-DSP-TIPO OCCURS 30 TIMES
                                    PIC 9(09)V99 VALUE ZEROS.

      *----AREA DE TRABALHO DA PROJECAO DE SALDO FUTURO POR CONTA--------*
      *----O CADASTRO JA LANCA NO SALDO AS RECEITAS AINDA NAO RECEBIDAS--*
      *----E AS DESPESAS AINDA NAO PAGAS: A PROJECAO PARTE DE CONT-SALD--*
      *----SEM ELAS (SALDO DISPONIVEL HOJE) E AS APLICA DIA A DIA NAS----*
      *----SUAS DATAS, JUNTO COM OS RECORRENTES AINDA NAO GERADOS E A----*
      *----FATURAS DE CADA CARTAO NOS SEUS DIAS DE VENCIMENTO (COM-----*
      *----AS DESPESAS, RECORRENTES E PARCELAS DE EMPREST. DO CARTAO)-*
      *----E AS PARCELAS AINDA NAO LANCADAS DOS EMPRESTIMOS ATIVOS-----*
      *----TOTAIS CONVERTIDOS EM R$ PELA COTACAO DE HOJE---------------*
      *----POSICAO 1 DA TABELA DE DIAS = HOJE (E TUDO QUE JA VENCEU)-----*
       01 WS-PROJECAO.
           03 WS-PRJ-HORIZ          PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-MODO           PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-QTD-DIAS       PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-POS            PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-POS-INI        PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-RESTO          PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-QUOC           PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-CTA-FAT        PIC 9(04) VALUE ZEROS.
           03 WS-PRJ-IDX-FAT        PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-QTD-CTA        PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-IDX            PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-ACHADO         PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-BUSCA          PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-QTD-NEG        PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-LINHA          PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-CHEIO          PIC A(03) VALUE 'NAO'.
           03 WS-PRJ-DATA-HOJE.
               05 WS-PRJ-HOJE-ANO   PIC 9(04) VALUE ZEROS.
               05 WS-PRJ-HOJE-MES   PIC 9(02) VALUE ZEROS.
               05 WS-PRJ-HOJE-DIA   PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-HOJE-NUM8      PIC 9(08) VALUE ZEROS.
           03 WS-PRJ-ULT-NUM8       PIC 9(08) VALUE ZEROS.
           03 WS-PRJ-FAT-NUM8       PIC 9(08) VALUE ZEROS.
           03 WS-PRJ-W-SALVA        PIC 9(08) VALUE ZEROS.
           03 WS-PRJ-CRT-ACHADO     PIC 9(03) VALUE ZEROS.
           03 WS-PRJ-W-DATA.
               05 WS-PRJ-W-ANO      PIC 9(04) VALUE ZEROS.
               05 WS-PRJ-W-MES      PIC 9(02) VALUE ZEROS.
               05 WS-PRJ-W-DIA      PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-W-NUM8 REDEFINES WS-PRJ-W-DATA
                                    PIC 9(08).
           03 WS-PRJ-W-ANOMES       PIC 9(06) VALUE ZEROS.
           03 WS-PRJ-ULT-ANOMES     PIC 9(06) VALUE ZEROS.
           03 WS-PRJ-EVT-DATA       PIC 9(08) VALUE ZEROS.
           03 WS-PRJ-EVT-CONT-ID    PIC 9(04) VALUE ZEROS.
           03 WS-PRJ-EVT-VAL        PIC 9(08)V99 VALUE ZEROS.
           03 WS-PRJ-EVT-NAT        PIC X(01) VALUE SPACE.
           03 WS-PRJ-PER-ENT        PIC 9(09)V99 VALUE ZEROS.
           03 WS-PRJ-PER-SAI        PIC 9(09)V99 VALUE ZEROS.
           03 WS-PRJ-SALDO          PIC S9(09)V99 VALUE ZEROS.
           03 WS-PRJ-TOT-INI        PIC S9(09)V99 VALUE ZEROS.
           03 WS-PRJ-TOT-FIM        PIC S9(09)V99 VALUE ZEROS.
           03 WS-PRJ-BRL            PIC S9(09)V99 VALUE ZEROS.
           03 WS-PRJ-QTD-ESTR       PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-QTD-SEM-COT    PIC 9(02) VALUE ZEROS.
           03 WS-PRJ-NEG-NUM8       PIC 9(08) VALUE ZEROS.
           03 WS-PRJ-NEG-DATA REDEFINES WS-PRJ-NEG-NUM8.
               05 WS-PRJ-NEG-ANO    PIC 9(04).
               05 WS-PRJ-NEG-MES    PIC 9(02).
               05 WS-PRJ-NEG-DIA    PIC 9(02).
           03 WS-PRJ-DATAS.
               05 WS-PRJ-DATA OCCURS 91 TIMES
                                    PIC 9(08).
           03 WS-PRJ-CTA-TAB.
               05 WS-PRJ-CTA OCCURS 30 TIMES.
                   07 WS-PRJ-CTA-ID     PIC 9(04).
                   07 WS-PRJ-CTA-NOME   PIC X(25).
                   07 WS-PRJ-CTA-TIPO   PIC 9(02).
                   07 WS-PRJ-CTA-MOEDA  PIC X(03).
                   07 WS-PRJ-CTA-INI    PIC S9(09)V99.
                   07 WS-PRJ-CTA-FIM    PIC S9(09)V99.
                   07 WS-PRJ-CTA-NEG    PIC 9(08).
                   07 WS-PRJ-CTA-ENT OCCURS 91 TIMES
                                        PIC 9(08)V99.
                   07 WS-PRJ-CTA-SAI OCCURS 91 TIMES
                                        PIC 9(08)V99.

      *----AREA DE TRABALHO DO RELATORIO DE CONTAS A PAGAR---------------*
       01 WS-CONTAS-PAGAR.
           03 WS-TRF-ID-DST         PIC 9(04) VALUE ZEROS.
           03 WS-TRF-SALDO-DST      PIC S9(08)V99 VALUE ZEROS.
           03 WS-TRF-FALHOU         PIC A(03) VALUE 'NAO'.
           03 WS-TRF-MOEDA-ORI      PIC X(03) VALUE SPACES.
           03 WS-TRF-MOEDA-DST      PIC X(03) VALUE SPACES.
           03 WS-TRF-VALOR-DST      PIC 9(08)V99 VALUE ZEROS.
           03 WS-TRF-VAL-BRL        PIC 9(08)V99 VALUE ZEROS.
           03 WS-TRF-META           PIC 9(04) VALUE ZEROS.
           03 WS-TRF-META-OK        PIC A(03) VALUE 'NAO'.

      *----AREA DE TRABALHO DOS LANCAMENTOS RECORRENTES------------------*
       01 TAB-RECORR.
           03 TL-REC-ATIVO         PIC A(01) VALUE SPACE.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TL-REC-ULT-GER       PIC 9(06) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TL-REC-CONT-ID       PIC 9(04) VALUE ZEROS.

       01 WS-RECORRENTES.
           03 WS-LR-NATUREZA        PIC A(01) VALUE SPACE.
           03 WS-LR-DIA             PIC 9(02) VALUE ZEROS.
           03 WS-LR-DESC            PIC A(15) VALUE SPACES.
           03 WS-LR-CONTA           PIC A(25) VALUE SPACES.
           03 WS-LR-CONT-ID         PIC 9(04) VALUE ZEROS.
           03 WS-LR-TIPO            PIC 9(02) VALUE ZEROS.
           03 WS-LR-PROX-ID         PIC 9(04) VALUE 1.
           03 WS-LR-BUSCA-ID        PIC 9(04) VALUE ZEROS.
           03 WS-LR-LINHA           PIC 9(02) VALUE ZEROS.
           03 WS-LR-ACHOU           PIC A(03) VALUE 'NAO'.

      *----AREA DE TRABALHO DOS EMPRESTIMOS E FINANCIAMENTOS-------------*
      *----SITUACAO: A=ATIVO  Q=QUITADO ANTECIPADAMENTE------------------*
      *----SISTEMA.: P=PRICE  S=SAC--------------------------------------*
       01 TAB-EMPREST.
           03 TE-ID                PIC 9(04) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TE-DESC              PIC A(15) VALUE SPACES.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TE-CONTA             PIC A(25) VALUE SPACES.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TE-VAL-FIN           PIC 9(08)V99 VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TE-TAXA              PIC 9(02)V9(04) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TE-PRAZO             PIC 9(03) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TE-SISTEMA           PIC A(01) VALUE SPACE.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TE-DAT-PRIM          PIC 9(08) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TE-TIPO              PIC 9(02) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TE-ULT-PARC          PIC 9(03) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TE-SITUACAO          PIC A(01) VALUE SPACE.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TE-DAT-QUIT          PIC 9(08) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TE-CONT-ID           PIC 9(04) VALUE ZEROS.

       01 WS-EMPRESTIMOS.
           03 WS-EMP-DESC           PIC A(15) VALUE SPACES.
           03 WS-EMP-CONTA          PIC A(25) VALUE SPACES.
           03 WS-EMP-CONT-ID        PIC 9(04) VALUE ZEROS.
           03 WS-EMP-VAL-FIN        PIC 9(08)V99 VALUE ZEROS.
           03 WS-EMP-TAXA           PIC 9(02)V9(04) VALUE ZEROS.
           03 WS-EMP-PRAZO          PIC 9(03) VALUE ZEROS.
           03 WS-EMP-SISTEMA        PIC A(01) VALUE SPACE.
           03 WS-EMP-DATA-ENT       PIC 9(08) VALUE ZEROS.
           03 WS-EMP-DATA-ENT-R REDEFINES WS-EMP-DATA-ENT.
               05 WS-EMP-ENT-DIA    PIC 9(02).
               05 WS-EMP-ENT-MES    PIC 9(02).
               05 WS-EMP-ENT-ANO    PIC 9(04).
           03 WS-EMP-TIPO           PIC 9(02) VALUE ZEROS.
           03 WS-EMP-PROX-ID        PIC 9(04) VALUE 1.
           03 WS-EMP-BUSCA-ID       PIC 9(04) VALUE ZEROS.
           03 WS-EMP-ALVO           PIC 9(06) VALUE ZEROS.
           03 WS-EMP-ALVO-R REDEFINES WS-EMP-ALVO.
               05 WS-EMP-ALVO-ANO   PIC 9(04).
               05 WS-EMP-ALVO-MES   PIC 9(02).
           03 WS-EMP-I              PIC 9(01)V9(08) VALUE ZEROS.
           03 WS-EMP-V              PIC 9(01)V9(15) VALUE ZEROS.
           03 WS-EMP-VN             PIC 9(01)V9(15) VALUE ZEROS.
           03 WS-EMP-PMT            PIC 9(08)V99 VALUE ZEROS.
           03 WS-EMP-AMORT-SAC      PIC 9(08)V99 VALUE ZEROS.
           03 WS-EMP-SALDO          PIC 9(08)V99 VALUE ZEROS.
           03 WS-EMP-SALDO-ATU      PIC 9(08)V99 VALUE ZEROS.
           03 WS-EMP-JUROS          PIC 9(08)V99 VALUE ZEROS.
           03 WS-EMP-AMORT          PIC 9(08)V99 VALUE ZEROS.
           03 WS-EMP-PARCELA        PIC 9(08)V99 VALUE ZEROS.
           03 WS-EMP-MAIOR-PARC     PIC 9(08)V99 VALUE ZEROS.
           03 WS-EMP-SEQ            PIC 9(03) VALUE ZEROS.
           03 WS-EMP-VENC-DIA       PIC 9(02) VALUE ZEROS.
           03 WS-EMP-VENC-ANOMES    PIC 9(06) VALUE ZEROS.
           03 WS-EMP-VENC-R REDEFINES WS-EMP-VENC-ANOMES.
               05 WS-EMP-VENC-ANO   PIC 9(04).
               05 WS-EMP-VENC-MES   PIC 9(02).
           03 WS-EMP-TOT-JUROS      PIC 9(09)V99 VALUE ZEROS.
           03 WS-EMP-TOT-AMORT      PIC 9(09)V99 VALUE ZEROS.
           03 WS-EMP-TOT-PARC       PIC 9(09)V99 VALUE ZEROS.
           03 WS-EMP-TOT-SALDO      PIC 9(09)V99 VALUE ZEROS.
           03 WS-EMP-QTD-GER        PIC 9(03) VALUE ZEROS.
           03 WS-EMP-QTD-PUL        PIC 9(03) VALUE ZEROS.
           03 WS-EMP-PARAR          PIC A(03) VALUE 'NAO'.
           03 WS-EMP-ALTEROU        PIC A(03) VALUE 'NAO'.
           03 WS-EMP-ACHOU          PIC A(03) VALUE 'NAO'.
           03 WS-EMP-LINHA          PIC 9(02) VALUE ZEROS.
           03 WS-EMP-DATA-HOJE.
               05 WS-EMP-HOJE-ANO   PIC 9(04) VALUE ZEROS.
               05 WS-EMP-HOJE-MES   PIC 9(02) VALUE ZEROS.
               05 WS-EMP-HOJE-DIA   PIC 9(02) VALUE ZEROS.
           03 WS-EMP-PRIM-ABERTA    PIC 9(03) VALUE ZEROS.
           03 WS-EMP-SEQ-LIDA       PIC 9(03) VALUE ZEROS.
           03 WS-EMP-QTD-REM        PIC 9(03) VALUE ZEROS.
           03 WS-EMP-IDX            PIC 9(03) VALUE ZEROS.
           03 WS-EMP-TOT-ABERTO     PIC 9(09)V99 VALUE ZEROS.
           03 WS-EMP-QUITACAO       PIC 9(09)V99 VALUE ZEROS.
           03 WS-EMP-DISPONIVEL     PIC S9(09)V99 VALUE ZEROS.
           03 WS-EMP-DESC-LIDA      PIC X(15) VALUE SPACES.
           03 WS-EMP-ED-TAXA        PIC Z9,9999.
           03 WS-EMP-ED-SIST        PIC X(05) VALUE SPACES.
           03 WS-EMP-ED-SIT         PIC X(09) VALUE SPACES.

      *----PARCELAS EM ABERTO DE UM EMPRESTIMO (QUITACAO ANTECIPADA)-----*
       01 WS-EMP-TAB-REMOVER.
           03 WS-EMP-ID-REMOVER     PIC 9(04) OCCURS 420 TIMES.
       01 WS-EMP-TAB-ABERTAS.
           03 WS-EMP-ABERTA         PIC A(01) OCCURS 420 TIMES.

      *----DESCRICAO DA DESPESA DE UMA PARCELA: EMPnnnn sss/ttt----------*
       01 WS-EMP-DESC-MONT.
           03 FILLER                PIC X(03) VALUE 'EMP'.
           03 WS-EMP-DM-ID          PIC 9(04) VALUE ZEROS.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EMP-DM-SEQ         PIC 9(03) VALUE ZEROS.
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-EMP-DM-TOT         PIC 9(03) VALUE ZEROS.

      *----AREA DE TRABALHO DAS APLICACOES E RENDIMENTOS-----------------*
      *----PRODUTO: 01=POUPANCA  02=CDB  03=TESOURO----------------------*
      *----MODO...: F=TAXA FIXA MENSAL  I=PERCENTUAL DO INDICE DO MES----*
       01 TAB-APLICAC.
           03 TA-ID                PIC 9(04) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TA-CONT-ID           PIC 9(04) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TA-DESC              PIC A(15) VALUE SPACES.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TA-PRODUTO           PIC 9(02) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TA-MODO              PIC A(01) VALUE SPACE.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TA-TAXA              PIC 9(03)V9(04) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TA-VAL-APLIC         PIC 9(08)V99 VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TA-DAT-APLIC         PIC 9(08) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TA-DAT-VENC          PIC 9(08) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TA-REND-ACUM         PIC 9(08)V99 VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TA-IR-ACUM           PIC 9(08)V99 VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TA-ULT-REND          PIC 9(06) VALUE ZEROS.

       01 WS-APLICACOES.
           03 WS-APL-DESC           PIC A(15) VALUE SPACES.
           03 WS-APL-CONT-ID        PIC 9(04) VALUE ZEROS.
           03 WS-APL-PRODUTO        PIC 9(02) VALUE ZEROS.
           03 WS-APL-MODO           PIC A(01) VALUE SPACE.
           03 WS-APL-TAXA           PIC 9(03)V9(04) VALUE ZEROS.
           03 WS-APL-VALOR          PIC 9(08)V99 VALUE ZEROS.
           03 WS-APL-DATA-ENT       PIC 9(08) VALUE ZEROS.
           03 WS-APL-DATA-ENT-R REDEFINES WS-APL-DATA-ENT.
               05 WS-APL-ENT-DIA    PIC 9(02).
               05 WS-APL-ENT-MES    PIC 9(02).
               05 WS-APL-ENT-ANO    PIC 9(04).
           03 WS-APL-VENC-ENT       PIC 9(08) VALUE ZEROS.
           03 WS-APL-VENC-ENT-R REDEFINES WS-APL-VENC-ENT.
               05 WS-APL-VNC-DIA    PIC 9(02).
               05 WS-APL-VNC-MES    PIC 9(02).
               05 WS-APL-VNC-ANO    PIC 9(04).
           03 WS-APL-PROX-ID        PIC 9(04) VALUE 1.
           03 WS-APL-ALVO           PIC 9(06) VALUE ZEROS.
           03 WS-APL-ALVO-R REDEFINES WS-APL-ALVO.
               05 WS-APL-ALVO-ANO   PIC 9(04).
               05 WS-APL-ALVO-MES   PIC 9(02).
           03 WS-APL-PROX-REND      PIC 9(06) VALUE ZEROS.
           03 WS-APL-PROX-REND-R REDEFINES WS-APL-PROX-REND.
               05 WS-APL-PROX-ANO   PIC 9(04).
               05 WS-APL-PROX-MES   PIC 9(02).
           03 WS-APL-INDICE         PIC 9(02)V9(04) VALUE ZEROS.
           03 WS-APL-INDEXADA       PIC A(03) VALUE 'NAO'.
           03 WS-APL-APLIC-ANOMES   PIC 9(06) VALUE ZEROS.
           03 WS-APL-VENC-ANOMES    PIC 9(06) VALUE ZEROS.
           03 WS-APL-APLIC-NUM8     PIC 9(08) VALUE ZEROS.
           03 WS-APL-VENC-NUM8      PIC 9(08) VALUE ZEROS.
           03 WS-APL-TAXA-MES       PIC 9(01)V9(10) VALUE ZEROS.
           03 WS-APL-BASE           PIC 9(09)V99 VALUE ZEROS.
           03 WS-APL-BRUTO          PIC 9(08)V99 VALUE ZEROS.
           03 WS-APL-IR             PIC 9(08)V99 VALUE ZEROS.
           03 WS-APL-LIQUIDO        PIC 9(08)V99 VALUE ZEROS.
           03 WS-APL-ALIQ           PIC 9(02)V9(02) VALUE ZEROS.
           03 WS-APL-DIAS           PIC 9(07) VALUE ZEROS.
           03 WS-APL-NUM-INI        PIC 9(07) VALUE ZEROS.
           03 WS-APL-DIA-FIM        PIC 9(02) VALUE ZEROS.
           03 WS-APL-NDD-DIA        PIC 9(02) VALUE ZEROS.
           03 WS-APL-NDD-MES        PIC 9(02) VALUE ZEROS.
           03 WS-APL-NDD-ANO        PIC 9(04) VALUE ZEROS.
           03 WS-APL-NDD-A          PIC 9(04) VALUE ZEROS.
           03 WS-APL-NDD-M          PIC 9(02) VALUE ZEROS.
           03 WS-APL-NDD-Q4         PIC 9(04) VALUE ZEROS.
           03 WS-APL-NDD-Q100       PIC 9(04) VALUE ZEROS.
           03 WS-APL-NDD-Q400       PIC 9(04) VALUE ZEROS.
           03 WS-APL-NDD-QM         PIC 9(04) VALUE ZEROS.
           03 WS-APL-NDD-NUM        PIC 9(07) VALUE ZEROS.
           03 WS-APL-TIPO-REND      PIC 9(02) VALUE ZEROS.
           03 WS-APL-TIPO-MAIOR     PIC 9(02) VALUE ZEROS.
           03 WS-APL-TIPO-OK        PIC A(03) VALUE 'NAO'.
           03 WS-APL-TIPO-NOME      PIC X(20) VALUE SPACES.
           03 WS-APL-TIPO-FISC      PIC 9(01) VALUE ZERO.
           03 WS-APL-TIPO-INVEST    PIC 9(02) VALUE ZEROS.
           03 WS-APL-TIPO-POUP      PIC 9(02) VALUE ZEROS.
           03 WS-APL-CONTA-NOME     PIC A(25) VALUE SPACES.
           03 WS-APL-CONTA-OK       PIC A(03) VALUE 'NAO'.
           03 WS-APL-QTD-GER        PIC 9(03) VALUE ZEROS.
           03 WS-APL-QTD-PUL        PIC 9(03) VALUE ZEROS.
           03 WS-APL-QTD-SEQ        PIC 9(03) VALUE ZEROS.
           03 WS-APL-TOT-APLIC      PIC 9(09)V99 VALUE ZEROS.
           03 WS-APL-TOT-REND       PIC 9(09)V99 VALUE ZEROS.
           03 WS-APL-TOT-IR         PIC 9(09)V99 VALUE ZEROS.
           03 WS-APL-TOT-LIQ        PIC 9(09)V99 VALUE ZEROS.
           03 WS-APL-SALDO-LIQ      PIC 9(09)V99 VALUE ZEROS.
           03 WS-APL-LINHA          PIC 9(02) VALUE ZEROS.
           03 WS-APL-ACHOU          PIC A(03) VALUE 'NAO'.
           03 WS-APL-ED-PROD        PIC X(07) VALUE SPACES.
           03 WS-APL-ED-TAXA        PIC ZZ9,9999.

      *----DESCRICAO DA RECEITA DE RENDIMENTO: REND APL nnnn-------------*
       01 WS-APL-DESC-MONT.
           03 FILLER                PIC X(09) VALUE 'REND APL '.
           03 WS-APL-DM-ID          PIC 9(04) VALUE ZEROS.

      *----AREA DE TRABALHO DO RATEIO DE DESPESAS (Rateio.txt): ATE----*
      *----10 LINHAS POR DESPESA, CADA UMA COM TIPO, CENTRO DE CUSTO---*
      *----E VALOR. A SOMA DAS LINHAS E SEMPRE O ARQD-VAL DA DESPESA---*
      *----E O PERCENTUAL E APENAS INFORMATIVO-------------------------*
       01 TAB-RATEIO.
           03 TT-DESP-ID           PIC 9(04) VALUE ZEROS.
           03 TT-SEQ               PIC 9(02) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TT-TIPO              PIC 9(02) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TT-CCUSTO            PIC X(10) VALUE SPACES.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TT-VAL               PIC 9(06)V99 VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TT-PERC              PIC 9(03)V99 VALUE ZEROS.

      *----WS-RAT-DESP-ID/VAL/TIPO: DESPESA A APURAR; WS-RAT-LIN: AS---*
      *---LINHAS APURADAS (SEM RATEIO, UMA SO LINHA COM O TIPO UNICO)--*
       01 WS-RATEIO.
           03 WS-RAT-DESP-ID       PIC 9(04) VALUE ZEROS.
           03 WS-RAT-DESP-VAL      PIC 9(06)V99 VALUE ZEROS.
           03 WS-RAT-DESP-BRL      PIC 9(08)V99 VALUE ZEROS.
           03 WS-RAT-SOMA-BRL      PIC 9(08)V99 VALUE ZEROS.
           03 WS-RAT-DESP-TIPO     PIC 9(02) VALUE ZEROS.
           03 WS-RAT-TEM           PIC A(03) VALUE 'NAO'.
           03 WS-RAT-FIM           PIC A(03) VALUE 'NAO'.
           03 WS-RAT-QTD           PIC 9(02) VALUE ZEROS.
           03 WS-RAT-IDX           PIC 9(02) VALUE ZEROS.
           03 WS-RAT-SOMA          PIC 9(07)V99 VALUE ZEROS.
           03 WS-RAT-LINHAS.
               05 WS-RAT-LIN OCCURS 10 TIMES.
                   07 WS-RAT-L-TIPO    PIC 9(02).
                   07 WS-RAT-L-CCUSTO  PIC X(10).
                   07 WS-RAT-L-VAL     PIC 9(06)V99.
                   07 WS-RAT-L-PERC    PIC 9(03)V99.
                   07 WS-RAT-L-BRL     PIC 9(08)V99.
           03 WS-RAT-QTD-REM       PIC 9(02) VALUE ZEROS.
           03 WS-RAT-SEQ-TAB.
               05 WS-RAT-SEQ-REM OCCURS 99 TIMES
                                   PIC 9(02).
           03 WS-RAT-GRAVOU        PIC 9(02) VALUE ZEROS.
           03 WS-RAT-MODO          PIC 9(02) VALUE ZEROS.
           03 WS-RAT-QTD-ENT       PIC 9(02) VALUE ZEROS.
           03 WS-RAT-RESTA         PIC 9(06)V99 VALUE ZEROS.
           03 WS-RAT-RESTA-PERC    PIC 9(03)V99 VALUE ZEROS.
           03 WS-RAT-MINIMO        PIC 9(06)V99 VALUE ZEROS.
           03 WS-RAT-ENT-TIPO      PIC 9(02) VALUE ZEROS.
           03 WS-RAT-ENT-CCUSTO    PIC X(10) VALUE SPACES.
           03 WS-RAT-ENT-VAL       PIC 9(06)V99 VALUE ZEROS.
           03 WS-RAT-ENT-PERC      PIC 9(03)V99 VALUE ZEROS.
           03 WS-RAT-ENT-OK        PIC A(03) VALUE 'NAO'.
           03 WS-RAT-LINHA         PIC 9(02) VALUE ZEROS.
           03 WS-RAT-ED-PERC       PIC ZZ9,99.

      *----AREA DE TRABALHO DAS CONTAS EM MOEDA ESTRANGEIRA: COTACAO-*
      *----EM R$ POR MOEDA E DATA (Cotac.txt). 8180 BUSCA A TAXA DE---*
      *----WS-CB-MOEDA NA DATA WS-CB-DATA (AAAAMMDD); WS-CB-MOEDA-CTA-*
      *----GUARDA A MOEDA DE CADA CONTA, INDEXADA PELO CONT-ID--------*
       01 WS-CAMBIO.
           03 WS-CB-MOEDA          PIC X(03) VALUE SPACES.
           03 WS-CB-DATA           PIC 9(08) VALUE ZEROS.
           03 WS-CB-TAXA           PIC 9(04)V9(06) VALUE ZEROS.
           03 WS-CB-ACHOU          PIC A(03) VALUE 'NAO'.
           03 WS-CB-DATA-COT       PIC 9(08) VALUE ZEROS.
           03 WS-CB-FIM            PIC A(03) VALUE 'NAO'.
           03 WS-CB-PROX-TAXA      PIC 9(04)V9(06) VALUE ZEROS.
           03 WS-CB-PROX-DATA      PIC 9(08) VALUE ZEROS.
           03 WS-CB-CONT-ID        PIC 9(04) VALUE ZEROS.
           03 WS-CB-AVISA          PIC A(03) VALUE 'SIM'.
           03 WS-CB-SEM-COT        PIC A(03) VALUE 'NAO'.
           03 WS-CB-HOJE           PIC 9(08) VALUE ZEROS.
           03 WS-CB-FST            PIC 9(02) VALUE ZEROS.
           03 WS-CB-TAB-MOEDAS.
               05 WS-CB-MOEDA-CTA OCCURS 9999 TIMES
                                   PIC X(03).

      *----AREA DE TRABALHO DO MENU DE COTACOES (CADASTRO, LISTAGEM,--*
      *----RECALCULO DOS VALORES EM R$ E VARIACAO CAMBIAL)------------*
       01 WS-COTACOES.
           03 WS-CMB-MOEDA         PIC X(03) VALUE SPACES.
           03 WS-CMB-DATA          PIC 9(08) VALUE ZEROS.
           03 WS-CMB-TAXA          PIC 9(04)V9(06) VALUE ZEROS.
           03 WS-CMB-TAXA-ANT      PIC 9(04)V9(06) VALUE ZEROS.
           03 WS-CMB-EXISTE        PIC A(03) VALUE 'NAO'.
           03 WS-CMB-GRAVOU        PIC A(03) VALUE 'NAO'.
           03 WS-CMB-MOEDA-OK      PIC A(03) VALUE 'NAO'.
           03 WS-CMB-DATA-ENT.
               05 WS-CMB-ENT-DIA   PIC 9(02).
               05 WS-CMB-ENT-MES   PIC 9(02).
               05 WS-CMB-ENT-ANO   PIC 9(04).
           03 WS-CMB-W-DATA        PIC 9(08) VALUE ZEROS.
           03 WS-CMB-W-DATA-R REDEFINES WS-CMB-W-DATA.
               05 WS-CMB-W-ANO     PIC 9(04).
               05 WS-CMB-W-MES     PIC 9(02).
               05 WS-CMB-W-DIA     PIC 9(02).
           03 WS-CMB-ED-DATA.
               05 WS-CMB-ED-DIA    PIC 9(02).
               05 FILLER           PIC X(01) VALUE '/'.
               05 WS-CMB-ED-MES    PIC 9(02).
               05 FILLER           PIC X(01) VALUE '/'.
               05 WS-CMB-ED-ANO    PIC 9(04).
           03 WS-CMB-ED-TAXA       PIC ZZZ9,999999.
           03 WS-CMB-LINHA         PIC 9(02) VALUE ZEROS.
           03 WS-CMB-ACHOU         PIC A(03) VALUE 'NAO'.
           03 WS-CMB-FIM           PIC A(03) VALUE 'NAO'.
           03 WS-CMB-FILTRO-ID     PIC 9(04) VALUE ZEROS.
           03 WS-CMB-QTD-REC       PIC 9(05) VALUE ZEROS.
           03 WS-CMB-QTD-DSP       PIC 9(05) VALUE ZEROS.
           03 WS-CMB-QTD-SEM       PIC 9(05) VALUE ZEROS.
           03 WS-CMB-QTD-CTA       PIC 9(04) VALUE ZEROS.
           03 WS-CMB-SOMA-REC      PIC 9(09)V99 VALUE ZEROS.
           03 WS-CMB-SOMA-DSP      PIC 9(09)V99 VALUE ZEROS.
           03 WS-CMB-HIST-BRL      PIC S9(09)V99 VALUE ZEROS.
           03 WS-CMB-ATUAL-BRL     PIC S9(09)V99 VALUE ZEROS.
           03 WS-CMB-VARIACAO      PIC S9(09)V99 VALUE ZEROS.
           03 WS-CMB-TOT-HIST      PIC S9(09)V99 VALUE ZEROS.
           03 WS-CMB-TOT-ATUAL     PIC S9(09)V99 VALUE ZEROS.
           03 WS-CMB-TOT-VAR       PIC S9(09)V99 VALUE ZEROS.

       01 WS-RDET-CAMBIO.
           03 RDET-CMB-ID          PIC 9(04).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RDET-CMB-NOME        PIC X(15).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RDET-CMB-MOEDA       PIC X(03).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RDET-CMB-SALDO       PIC -Z.ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RDET-CMB-HIST        PIC -Z.ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RDET-CMB-ATUAL       PIC -Z.ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RDET-CMB-VAR         PIC -Z.ZZZ.ZZ9,99.

      *----AREA DE TRABALHO DAS METAS DE ECONOMIA (Metas.txt)----------*
      *----MODO: C=SALDO DAS CONTAS VINCULADAS  A=APORTES (RECEITAS---*
      *----COM DESCRICAO 'METAnnnn' E TRANSFERENCIAS MARCADAS PARA A--*
      *----META). O ACUMULADO SOMA SEMPRE O VALOR JA RESERVADO--------*
       01 TAB-METAS.
           03 TG-ID                PIC 9(04) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TG-DESC              PIC X(25) VALUE SPACES.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TG-VAL-ALVO          PIC 9(08)V99 VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TG-DAT-ALVO          PIC 9(08) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TG-MODO              PIC A(01) VALUE SPACE.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TG-CONT-ID1          PIC 9(04) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TG-CONT-ID2          PIC 9(04) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TG-CONT-ID3          PIC 9(04) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TG-RESERVADO         PIC 9(08)V99 VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TG-INICIO            PIC 9(06) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 TG-TRANSF            PIC 9(08)V99 VALUE ZEROS.

       01 WS-METAS.
           03 WS-MET-DESC          PIC X(25) VALUE SPACES.
           03 WS-MET-VALOR         PIC 9(08)V99 VALUE ZEROS.
           03 WS-MET-DATA-ENT      PIC 9(08) VALUE ZEROS.
           03 WS-MET-DATA-ENT-R REDEFINES WS-MET-DATA-ENT.
               05 WS-MET-ENT-DIA   PIC 9(02).
               05 WS-MET-ENT-MES   PIC 9(02).
               05 WS-MET-ENT-ANO   PIC 9(04).
           03 WS-MET-MODO          PIC A(01) VALUE SPACE.
           03 WS-MET-CONT-ID1      PIC 9(04) VALUE ZEROS.
           03 WS-MET-CONT-ID2      PIC 9(04) VALUE ZEROS.
           03 WS-MET-CONT-ID3      PIC 9(04) VALUE ZEROS.
           03 WS-MET-CONT-ENT      PIC 9(04) VALUE ZEROS.
           03 WS-MET-CONTA-OK      PIC A(03) VALUE 'NAO'.
           03 WS-MET-OBRIG         PIC A(03) VALUE 'NAO'.
           03 WS-MET-CONTA-NOME    PIC A(25) VALUE SPACES.
           03 WS-MET-RESERVADO     PIC 9(08)V99 VALUE ZEROS.
           03 WS-MET-PROX-ID       PIC 9(04) VALUE 1.
           03 WS-MET-BUSCA-ID      PIC 9(04) VALUE ZEROS.
           03 WS-MET-ACHOU         PIC A(03) VALUE 'NAO'.
           03 WS-MET-FIM           PIC A(03) VALUE 'NAO'.
           03 WS-MET-LINHA         PIC 9(02) VALUE ZEROS.
           03 WS-MET-HOJE          PIC 9(08) VALUE ZEROS.
           03 WS-MET-HOJE-R REDEFINES WS-MET-HOJE.
               05 WS-MET-HOJE-ANO  PIC 9(04).
               05 WS-MET-HOJE-MES  PIC 9(02).
               05 WS-MET-HOJE-DIA  PIC 9(02).
           03 WS-MET-ANOMES        PIC 9(06) VALUE ZEROS.
           03 WS-MET-REF-MESES     PIC 9(06) VALUE ZEROS.
           03 WS-MET-INI-MESES     PIC 9(06) VALUE ZEROS.
           03 WS-MET-ALVO-MESES    PIC 9(06) VALUE ZEROS.
           03 WS-MET-ALVO-NUM8     PIC 9(08) VALUE ZEROS.
           03 WS-MET-TOTAL-M       PIC S9(04) VALUE ZEROS.
           03 WS-MET-DECOR         PIC S9(04) VALUE ZEROS.
           03 WS-MET-RESTA         PIC S9(04) VALUE ZEROS.
           03 WS-MET-TAG.
               05 FILLER           PIC X(04) VALUE 'META'.
               05 WS-MET-TAG-ID    PIC 9(04) VALUE ZEROS.
           03 WS-MET-ACUM          PIC S9(09)V99 VALUE ZEROS.
           03 WS-MET-FALTA         PIC S9(09)V99 VALUE ZEROS.
           03 WS-MET-ESPERADO      PIC 9(09)V99 VALUE ZEROS.
           03 WS-MET-NECES         PIC 9(09)V99 VALUE ZEROS.
           03 WS-MET-PERC          PIC 9(05)V9 VALUE ZEROS.
           03 WS-MET-SIT           PIC X(08) VALUE SPACES.
           03 WS-MET-QTD           PIC 9(03) VALUE ZEROS.
           03 WS-MET-QTD-ATR       PIC 9(03) VALUE ZEROS.
           03 WS-MET-TOT-ALVO      PIC 9(09)V99 VALUE ZEROS.
           03 WS-MET-TOT-ACUM      PIC S9(09)V99 VALUE ZEROS.
           03 WS-MET-TOT-NECES     PIC 9(09)V99 VALUE ZEROS.
           03 WS-MET-ED-PERC       PIC ZZ9,9.
           03 WS-MET-ED-DATA.
               05 WS-MET-ED-DIA    PIC 9(02).
               05 FILLER           PIC X(01) VALUE '/'.
               05 WS-MET-ED-MES    PIC 9(02).
               05 FILLER           PIC X(01) VALUE '/'.
               05 WS-MET-ED-ANO    PIC 9(04).

       01 WS-RDET-META.
           03 RDET-MET-COD         PIC 9(04).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RDET-MET-DESC        PIC X(16).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RDET-MET-ALVO        PIC ZZZZZZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RDET-MET-ACUM        PIC -ZZZZZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RDET-MET-PERC        PIC ZZ9,9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RDET-MET-NECES       PIC ZZZZZZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RDET-MET-RESTA       PIC ZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 RDET-MET-SIT         PIC X(08).

      *----AREA DE TRABALHO DO RELATORIO DE DESPESAS PAGAS POR CENTRO--*
      *----DE CUSTO E MES (PELAS LINHAS DO RATEIO); ATE 30 CENTROS, O--*
      *----EXCEDENTE E SOMADO EM (OUTROS)------------------------------*
       01 WS-CENTRO-CUSTO.
           03 WS-CCU-ANO           PIC 9(04) VALUE ZEROS.
           03 WS-CCU-MES           PIC 9(02) VALUE ZEROS.
           03 WS-CCU-QTD           PIC 9(02) VALUE ZEROS.
           03 WS-CCU-IDX           PIC 9(02) VALUE ZEROS.
           03 WS-CCU-ACHOU         PIC 9(02) VALUE ZEROS.
           03 WS-CCU-TEM           PIC A(03) VALUE 'NAO'.
           03 WS-CCU-LINHA         PIC 9(02) VALUE ZEROS.
           03 WS-CCU-W-MES         PIC 9(02) VALUE ZEROS.
           03 WS-CCU-W-NOME        PIC X(10) VALUE SPACES.
           03 WS-CCU-W-VAL         PIC 9(08)V99 VALUE ZEROS.
           03 WS-CCU-TOT-MES       PIC 9(09)V99 VALUE ZEROS.
           03 WS-CCU-TOT-ANO       PIC 9(09)V99 VALUE ZEROS.
           03 WS-CCU-TAB.
               05 WS-CCU-CENTRO OCCURS 30 TIMES.
                   07 WS-CCU-NOME      PIC X(10).
                   07 WS-CCU-VAL-MES   PIC 9(08)V99 OCCURS 12 TIMES.
                   07 WS-CCU-VAL-ANO   PIC 9(09)V99.

       01 WS-RDET-CCUSTO.
           03 RDET-CCU-MES         PIC X(02).
           03 FILLER               PIC X(03) VALUE SPACES.
           03 RDET-CCU-NOME        PIC X(10).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-CCU-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

      *----AREA DE TRABALHO DO ORCAMENTO---------------------------------*
       01 TAB-ORCAMENTO.
           03 TO-REC-TIPO          PIC 9(02) VALUE ZEROS.
           03 WS-CON-SALDO-MOVTO    PIC S9(09)V99 VALUE ZEROS.
           03 WS-CON-DIVERGENTE     PIC A(03) VALUE 'NAO'.

      *----AREA DE TRABALHO DA CONCILIACAO ITEM A ITEM COM O EXTRATO-----*
      *----DO BANCO (ExtBan.txt). CADA LINHA DO EXTRATO E CASADA COM-----*
      *----UMA RECEITA (CREDITO) OU DESPESA (DEBITO) DA CONTA DE MESMO---*
      *----VALOR E DATA DENTRO DA TOLERANCIA (BASE 30/360); O MOVIMENTO--*
      *----CASADO RECEBE A DATA DO EXTRATO EM ARQR/ARQD-DAT-CONC---------*
       01 WS-CONCIL-BANCO.
           03 WS-CNB-CONTA          PIC X(25) VALUE SPACES.
           03 WS-CNB-CONT-ID        PIC 9(04) VALUE ZEROS.
           03 WS-CNB-TOLER          PIC 9(02) VALUE ZEROS.
           03 WS-CNB-QTD            PIC 9(03) VALUE ZEROS.
           03 WS-CNB-IDX            PIC 9(03) VALUE ZEROS.
           03 WS-CNB-IDX2           PIC 9(03) VALUE ZEROS.
           03 WS-CNB-QTD-INVAL      PIC 9(03) VALUE ZEROS.
           03 WS-CNB-QTD-CONF       PIC 9(03) VALUE ZEROS.
           03 WS-CNB-QTD-SIST       PIC 9(03) VALUE ZEROS.
           03 WS-CNB-QTD-BANCO      PIC 9(03) VALUE ZEROS.
           03 WS-CNB-TOT-CONF       PIC 9(09)V99 VALUE ZEROS.
           03 WS-CNB-TOT-SIST       PIC 9(09)V99 VALUE ZEROS.
           03 WS-CNB-TOT-BANCO      PIC 9(09)V99 VALUE ZEROS.
           03 WS-CNB-CHEIO          PIC A(03) VALUE 'NAO'.
           03 WS-CNB-USADO          PIC A(03) VALUE 'NAO'.
           03 WS-CNB-DATA-INI       PIC 9(08) VALUE ZEROS.
           03 WS-CNB-DATA-FIM       PIC 9(08) VALUE ZEROS.
           03 WS-CNB-DATA-MOV       PIC 9(08) VALUE ZEROS.
           03 WS-CNB-DATA-MOV-R REDEFINES WS-CNB-DATA-MOV.
               05 WS-CNB-MOV-ANO    PIC 9(04).
               05 WS-CNB-MOV-MES    PIC 9(02).
               05 WS-CNB-MOV-DIA    PIC 9(02).
           03 WS-CNB-DIA-CLC        PIC 9(02) VALUE ZEROS.
           03 WS-CNB-NUM-EXT        PIC 9(07) VALUE ZEROS.
           03 WS-CNB-NUM-MOV        PIC 9(07) VALUE ZEROS.
           03 WS-CNB-DIF            PIC S9(07) VALUE ZEROS.
           03 WS-CNB-MELHOR-ID      PIC 9(04) VALUE ZEROS.
           03 WS-CNB-MELHOR-DIF     PIC S9(07) VALUE ZEROS.
           03 WS-CNB-MELHOR-DATA    PIC 9(08) VALUE ZEROS.
           03 WS-CNB-ID-TESTE       PIC 9(04) VALUE ZEROS.
           03 WS-CNB-DATA-CNC       PIC 9(08) VALUE ZEROS.
           03 WS-CNB-ED-DATA.
               05 WS-CNB-ED-DIA     PIC 9(02).
               05 FILLER            PIC X(01) VALUE '/'.
               05 WS-CNB-ED-MES     PIC 9(02).
               05 FILLER            PIC X(01) VALUE '/'.
               05 WS-CNB-ED-ANO     PIC 9(04).
           03 WS-CNB-TAB.
               05 WS-CNB-LIN OCCURS 300 TIMES.
                   07 WS-CNB-L-DATA     PIC 9(08).
                   07 WS-CNB-L-DATA-R REDEFINES WS-CNB-L-DATA.
                       09 WS-CNB-L-ANO  PIC 9(04).
                       09 WS-CNB-L-MES  PIC 9(02).
                       09 WS-CNB-L-DIA  PIC 9(02).
                   07 WS-CNB-L-NAT      PIC X(01).
                   07 WS-CNB-L-VAL      PIC 9(06)V99.
                   07 WS-CNB-L-HIST     PIC X(30).
                   07 WS-CNB-L-ID       PIC 9(04).
                   07 WS-CNB-L-DATA-SIS PIC 9(08).

      *----LINHA DO ExtBan.txt: DDMMAAAA;VALOR(8);NATUREZA(C/D);---------*
      *----HISTORICO(30) - C=CREDITO NA CONTA, D=DEBITO NA CONTA---------*
       01 WS-EXB-REG.
           03 WS-EXB-DATA.
               05 WS-EXB-DIA        PIC 9(02).
               05 WS-EXB-MES        PIC 9(02).
               05 WS-EXB-ANO        PIC 9(04).
           03 FILLER                PIC X(01).
           03 WS-EXB-VAL            PIC 9(06)V99.
           03 FILLER                PIC X(01).
           03 WS-EXB-NAT            PIC X(01).
           03 FILLER                PIC X(01).
           03 WS-EXB-HIST           PIC X(30).

      *----AREA DE TRABALHO DO AJUSTE DE SALDO NA EDICAO/REMOCAO---------*
      *----DE RECEITAS E DESPESAS (GUARDA A CONTA/VALOR ANTERIORES)------*
       01 WS-AJUSTE-SALDO.
           03 WS-AJS-CONT-ID-ANT   PIC 9(04) VALUE ZEROS.
           03 WS-AJS-VALOR-ANT     PIC 9(06)V99 VALUE ZEROS.
           03 WS-AJS-VALBRL-ANT    PIC 9(08)V99 VALUE ZEROS.

      *----AREA DE TRABALHO DA VALIDACAO DE CONTA NA POSTAGEM DE---------*
      *----RECEITAS/DESPESAS (CONFERE A CONTA DIGITADA CONTRA CONTAS)----*
           03 WS-VC-ACHOU          PIC A(03) VALUE 'NAO'.
           03 WS-VC-SALDO          PIC S9(08)V99 VALUE ZEROS.
           03 WS-VC-TIPO           PIC 9(02) VALUE ZEROS.
           03 WS-VC-CONT-ID        PIC 9(04) VALUE ZEROS.
           03 WS-VC-QTD            PIC 9(03) VALUE ZEROS.

      *----CAMPOS EDITADOS PARA EXIBICAO DE VALORES EM REAIS-------------*
       01 WS-EDITADOS.
       01 WS-AJUSTE-SALDO-INI.
           03 WS-ASI-SALDO-ANT     PIC S9(08)V99 VALUE ZEROS.
           03 WS-ASI-DELTA         PIC S9(09)V99 VALUE ZEROS.
           03 WS-ASI-MOEDA-ANT     PIC X(03) VALUE SPACES.

      *----AREA DE TRABALHO DA LOCALIZACAO DE LANCAMENTOS----------------*
       01 WS-LOCALIZA.
           03 WS-LOC-MODO          PIC 9(02) VALUE ZEROS.
           03 WS-LOC-DESC          PIC X(15) VALUE SPACES.
           03 WS-LOC-CONT-ID       PIC 9(04) VALUE ZEROS.
           03 WS-LOC-TIPO          PIC 9(02) VALUE ZEROS.
           03 WS-LOC-VAL-INI       PIC 9(06)V99 VALUE ZEROS.
           03 WS-LOC-VAL-FIM       PIC 9(06)V99 VALUE ZEROS.
      *----(DESPESAS EM ABERTO DA CONTA) ATE O PAGAMENTO DA FATURA-------*
       01 WS-CARTAO.
           03 WS-CRT-CONTA         PIC X(25) VALUE SPACES.
           03 WS-CRT-CONT-ID       PIC 9(04) VALUE ZEROS.
           03 WS-CRT-DIA-FECH      PIC 9(02) VALUE ZEROS.
           03 WS-CRT-DIA-VENC      PIC 9(02) VALUE ZEROS.
           03 WS-CRT-TOTAL         PIC 9(09)V99 VALUE ZEROS.
           03 WS-CRT-LINHA         PIC 9(02) VALUE ZEROS.
           03 WS-CRT-IDX           PIC 9(03) VALUE ZEROS.
           03 WS-CRT-PAG-CONTA     PIC X(25) VALUE SPACES.
           03 WS-CRT-PAG-CONT-ID   PIC 9(04) VALUE ZEROS.
           03 WS-CRT-DATA-HOJE.
               05 WS-CRT-HOJE-ANO  PIC 9(04) VALUE ZEROS.
               05 WS-CRT-HOJE-MES  PIC 9(02) VALUE ZEROS.
               05 WS-TIPO-R OCCURS 30 TIMES.
                   07 WS-TIPO-R-COD  PIC 9(02).
                   07 WS-TIPO-R-NOME PIC X(20).
                   07 WS-TIPO-R-FISC PIC 9(01).
           03 WS-QTD-TIPOS-D       PIC 9(02) VALUE ZEROS.
           03 WS-TAB-TIPOS-D.
               05 WS-TIPO-D OCCURS 30 TIMES.
                   07 WS-TIPO-D-COD  PIC 9(02).
                   07 WS-TIPO-D-NOME PIC X(20).
                   07 WS-TIPO-D-FISC PIC 9(01).
           03 WS-TIPO-IDX2         PIC 9(02) VALUE ZEROS.

       01 WS-TIPO-CAD.
           03 WS-TIPO-CAD-COD      PIC 9(02) VALUE ZEROS.
           03 WS-TIPO-CAD-NOME     PIC X(20) VALUE SPACES.
           03 WS-TIPO-CAD-IDX      PIC 9(02) VALUE ZEROS.
           03 WS-TIPO-CAD-FISC     PIC 9(01) VALUE ZERO.
           03 WS-TIPO-CAD-MAX      PIC 9(01) VALUE ZERO.

      *----VALIDACAO DE TIPO CONTRA AS TABELAS DE TIPOS------------------*
      *----ESPERA WS-VT-NAT ('R'/'D') E WS-VT-TIPO PREENCHIDOS-----------*
           03 WS-VT-ACHOU          PIC A(03) VALUE 'NAO'.
           03 WS-VT-NOME           PIC X(20) VALUE SPACES.
           03 WS-VT-PTR            PIC 9(03) VALUE 1.
           03 WS-VT-FISC           PIC 9(01) VALUE ZERO.
           03 WS-VT-IDX            PIC 9(02) VALUE ZEROS.

       01 WS-VT-LISTA              PIC X(76) VALUE SPACES.

      *----CLASSIFICACAO FISCAL DOS TIPOS, PARA O INFORME DO IRPF-------*
      *----RECEITA: 1-TRIBUTAVEL 2-ISENTA 3-EXCLUSIVA NA FONTE----------*
      *----DESPESA: 1-NAO DEDUTIVEL 2-SAUDE 3-EDUCACAO 4-PREVIDENCIA----*
      *----5-PENSAO ALIMENTICIA. GRUPO = CLASSE (R) OU 3 + CLASSE (D)---*
       01 WS-CLF-VALORES.
           03 FILLER               PIC X(35) VALUE
              'TRIBUTAVELRENDIMENTOS TRIBUTAVEIS'.
           03 FILLER               PIC X(35) VALUE
              'ISENTA    RENDIMENTOS ISENTOS'.
           03 FILLER               PIC X(35) VALUE
              'EXCL.FONTETRIB. EXCLUSIVA NA FONTE'.
           03 FILLER               PIC X(35) VALUE
              'NAO DEDUT.DESPESAS NAO DEDUTIVEIS'.
           03 FILLER               PIC X(35) VALUE
              'SAUDE     DEDUTIVEIS - SAUDE'.
           03 FILLER               PIC X(35) VALUE
              'EDUCACAO  DEDUTIVEIS - EDUCACAO'.
           03 FILLER               PIC X(35) VALUE
              'PREVIDENC.PREVIDENCIA PRIVADA'.
           03 FILLER               PIC X(35) VALUE
              'PENSAO    PENSAO ALIMENTICIA'.
       01 WS-CLF-TABELA REDEFINES WS-CLF-VALORES.
           03 WS-CLF-GRUPO OCCURS 8 TIMES.
               05 WS-CLF-SIGLA     PIC X(10).
               05 WS-CLF-NOME      PIC X(25).

       01 WS-CLF-LEGENDAS.
           03 WS-CLF-LEG-R         PIC X(76) VALUE
              '[1]TRIBUTAVEL [2]ISENTA [3]EXCLUSIVA NA FONTE'.
           03 WS-CLF-LEG-D         PIC X(76) VALUE
              '[1]NAO DEDUTIVEL [2]SAUDE [3]EDUCACAO [4]PREVIDENCIA'-
              ' [5]PENSAO'.
           03 WS-CLF-GRP           PIC 9(01) VALUE ZERO.

      *----VALIDACAO DO CPF/CNPJ DO FAVORECIDO OU FONTE PAGADORA--------*
      *----BRANCOS = NAO INFORMADO; 11 DIGITOS = CPF; 14 = CNPJ---------*
      *----CONFERE OS DOIS DIGITOS VERIFICADORES (MODULO 11)------------*
       01 WS-VALIDA-DOC.
           03 WS-DOC-NUM           PIC X(14) VALUE SPACES.
           03 WS-DOC-DIGITOS REDEFINES WS-DOC-NUM.
               05 WS-DOC-DIG       PIC 9(01) OCCURS 14 TIMES.
           03 WS-DOC-OK            PIC X(02) VALUE SPACES.
           03 WS-DOC-QTD           PIC 9(02) VALUE ZEROS.
           03 WS-DOC-IDX           PIC 9(02) VALUE ZEROS.
           03 WS-DOC-POS           PIC 9(02) VALUE ZEROS.
           03 WS-DOC-PESO          PIC 9(02) VALUE ZEROS.
           03 WS-DOC-SOMA          PIC 9(04) VALUE ZEROS.
           03 WS-DOC-QUOC          PIC 9(04) VALUE ZEROS.
           03 WS-DOC-RESTO         PIC 9(02) VALUE ZEROS.
           03 WS-DOC-DV            PIC 9(01) VALUE ZERO.
           03 WS-DOC-IGUAIS        PIC X(03) VALUE SPACES.

      *----AREA DE TRABALHO DAS PARCELAS DE DESPESA PARCELADA------------*
      *----CADASTRO: GRAVA UM ARQ-DESP POR PARCELA, AVANCANDO O MES------*
      *----REMOCAO: OFERECE REMOVER AS DEMAIS PARCELAS EM ABERTO---------*
           03 WS-PCL-QTD-GRAV      PIC 9(02) VALUE ZEROS.
           03 WS-PCL-QTD-PUL       PIC 9(02) VALUE ZEROS.
           03 WS-PCL-ERA-PARC      PIC A(03) VALUE 'NAO'.
           03 WS-PCL-CONT-ID-REM   PIC 9(04) VALUE ZEROS.
           03 WS-PCL-BASE-REM      PIC X(10) VALUE SPACES.
           03 WS-PCL-QTD-REM       PIC 9(02) VALUE ZEROS.
           03 WS-PCL-IDX           PIC 9(02) VALUE ZEROS.
           03 WS-BXA-LIM-ANO       PIC 9(04) VALUE ZEROS.
           03 WS-BXA-LIM-NUM       PIC 9(08) VALUE ZEROS.
           03 WS-BXA-VENC-NUM      PIC 9(08) VALUE ZEROS.
           03 WS-BXA-CONT-ID       PIC 9(04) VALUE ZEROS.
           03 WS-BXA-TOTAL         PIC 9(09)V99 VALUE ZEROS.
           03 WS-BXA-QTD           PIC 9(03) VALUE ZEROS.
           03 WS-BXA-IDX           PIC 9(03) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 WS-EXP-DESC          PIC X(15).
           03 FILLER               PIC X(01) VALUE ';'.
           03 WS-EXP-CONT-ID       PIC 9(04).
           03 FILLER               PIC X(01) VALUE ';'.
           03 WS-EXP-CONTA         PIC X(25).
           03 FILLER               PIC X(01) VALUE ';'.
           03 WS-EXP-TIPO          PIC 9(02).
           03 FILLER               PIC X(01) VALUE ';'.
           03 WS-EXP-SIT           PIC X(08).
           03 FILLER               PIC X(01) VALUE ';'.
           03 WS-EXP-CCUSTO        PIC X(10).

       01 WS-EXP-SALDO.
           03 WS-EXPS-ID           PIC 9(04).
           03 FILLER               PIC X(01) VALUE ';'.
           03 WS-FCH-S-SALDO       PIC S9(08)V99
                                   SIGN IS LEADING SEPARATE.
           03 FILLER               PIC X(01) VALUE ';'.
           03 WS-FCH-S-CONT-ID     PIC 9(04) VALUE ZEROS.

       01 WS-FCH-LIDA.
           03 WS-FCH-LIDA-TIPO     PIC X(01).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-CON-SIT         PIC X(10).

       01 WS-RDET-CONCBANC.
           03 RDET-CNB-DATA        PIC X(10).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-CNB-NAT         PIC X(01).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-CNB-VALOR       PIC ZZZ.ZZ9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-CNB-HIST        PIC X(30).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-CNB-COD         PIC X(04).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-CNB-DATA-SIS    PIC X(10).

       01 WS-RDET-FLUXO.
           03 RDET-FLX-MES         PIC 9(02).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-FLX-ACUMUL      PIC -ZZZ.ZZZ.ZZ9,99.

       01 WS-RDET-PROJECAO.
           03 RDET-PRJ-DIA         PIC 9(02).
           03 FILLER               PIC X(01) VALUE '/'.
           03 RDET-PRJ-MES         PIC 9(02).
           03 FILLER               PIC X(01) VALUE '/'.
           03 RDET-PRJ-ANO         PIC 9(04).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-PRJ-ENT         PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-PRJ-SAI         PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-PRJ-SALDO       PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-PRJ-SIT         PIC X(10).

       01 WS-RDET-AMORTIZ.
           03 RDET-AMZ-PARC        PIC ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-AMZ-DIA         PIC 9(02).
           03 FILLER               PIC X(01) VALUE '/'.
           03 RDET-AMZ-MES         PIC 9(02).
           03 FILLER               PIC X(01) VALUE '/'.
           03 RDET-AMZ-ANO         PIC 9(04).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-AMZ-PARCELA     PIC ZZZ.ZZ9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-AMZ-JUROS       PIC ZZZ.ZZ9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-AMZ-AMORT       PIC ZZZ.ZZ9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-AMZ-SALDO       PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-AMZ-SIT         PIC X(08).

       01 WS-RDET-SDEVEDOR.
           03 RDET-SDV-COD         PIC 9(04).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-SDV-DESC        PIC X(15).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-SDV-SIST        PIC X(05).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-SDV-LANC        PIC ZZ9.
           03 FILLER               PIC X(01) VALUE '/'.
           03 RDET-SDV-PRAZO       PIC 9(03).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-SDV-PROX        PIC ZZZ.ZZ9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-SDV-SALDO       PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-SDV-SIT         PIC X(09).

       01 WS-RDET-APLICACAO.
           03 RDET-APL-COD         PIC 9(04).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 RDET-APL-DESC        PIC X(15).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 RDET-APL-PROD        PIC X(07).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 RDET-APL-APLIC       PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 RDET-APL-REND        PIC Z.ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 RDET-APL-IR          PIC ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 RDET-APL-LIQ         PIC ZZ.ZZZ.ZZ9,99.

       01 WS-RDET-EXTRATO.
           03 RDET-EXT-DIA         PIC 9(02).
           03 FILLER               PIC X(01) VALUE '/'.
      *----CADA LINHA E 'TAG;REGISTRO' E A PRIMEIRA E 'CTL;AAAAMMDD'------*
       01 WS-BACKUP.
           03 WS-BKP-SLOT          PIC 9(01) VALUE ZEROS.
           03 WS-BKP-SET-PEDIDO    PIC 9(01) VALUE ZEROS.
           03 WS-BKP-IDX           PIC 9(01) VALUE ZEROS.
           03 WS-BKP-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           03 WS-BKP-DATAS.

      *----AREA DE TRABALHO DO CONTROLE DE OPERADORES---------------------*
      *----PERFIL 'S' = SUPERVISOR (PODE TUDO); 'C' = COMUM (SOMENTE-----*
      *----CADASTROS E CONSULTAS); 'L' = LOTE (SO A EXECUCAO EM LOTE,--*
      *----NAO ENTRA NO MENU)------------------------------------------*
       01 WS-OPERADOR.
           03 WS-OPR-COD           PIC 9(03) VALUE ZEROS.
           03 WS-OPR-NOME          PIC X(20) VALUE SPACES.
           03 WS-RAN-QTD-CTA       PIC 9(02) VALUE ZEROS.
           03 WS-RAN-CTA-TAB.
               05 WS-RAN-CTA OCCURS 30 TIMES.
                   07 WS-RAN-CTA-ID      PIC 9(04).
                   07 WS-RAN-CTA-NOME    PIC X(25).
                   07 WS-RAN-CTA-SALDO-A PIC S9(08)V99.
                   07 WS-RAN-CTA-SALDO-P PIC S9(08)V99.
           03 WS-RAN-IDX           PIC 9(02) VALUE ZEROS.
           03 WS-RAN-W-ANO         PIC 9(04) VALUE ZEROS.
           03 WS-RAN-W-TIPO        PIC 9(02) VALUE ZEROS.
           03 WS-RAN-W-VAL         PIC 9(08)V99 VALUE ZEROS.
           03 WS-RAN-W-COL         PIC X(01) VALUE SPACE.

       01 WS-RAN-S-LIDA.
           03 FILLER               PIC X(01).
           03 WS-RAN-S-SALDO       PIC S9(08)V99
                                   SIGN IS LEADING SEPARATE.
           03 FILLER               PIC X(01).
           03 WS-RAN-S-CONT-ID     PIC 9(04).

       01 WS-RDET-ANUAL.
           03 RDET-RAN-LABEL       PIC X(25).
           03 FILLER               PIC X(04) VALUE SPACES.
           03 RDET-RAN-ANTER       PIC -ZZZ.ZZZ.ZZ9,99.

      *----AREA DE TRABALHO DO INFORME PARA O IRPF: TOTAIS POR GRUPO----*
      *----FISCAL (WS-CLF-GRUPO), FAVORECIDOS/FONTES PAGADORAS COM------*
      *----CPF/CNPJ E SALDOS DAS CONTAS EM 31/12 (BENS E DIREITOS)------*
       01 WS-INFORME-IRPF.
           03 WS-IRF-ANO           PIC 9(04) VALUE ZEROS.
           03 WS-IRF-TOTAIS.
               05 WS-IRF-TOT-GRP OCCURS 8 TIMES
                                   PIC 9(09)V99.
           03 WS-IRF-DEDUTIVEL     PIC 9(09)V99 VALUE ZEROS.
           03 WS-IRF-W-NAT         PIC X(01) VALUE SPACE.
           03 WS-IRF-W-ANO         PIC 9(04) VALUE ZEROS.
           03 WS-IRF-W-TIPO        PIC 9(02) VALUE ZEROS.
           03 WS-IRF-W-VAL         PIC 9(08)V99 VALUE ZEROS.
           03 WS-IRF-W-DESC        PIC X(15) VALUE SPACES.
           03 WS-IRF-W-DOC         PIC X(14) VALUE SPACES.
           03 WS-IRF-QTD-FAV       PIC 9(03) VALUE ZEROS.
           03 WS-IRF-FAV-PERD      PIC 9(05) VALUE ZEROS.
           03 WS-IRF-IDX           PIC 9(03) VALUE ZEROS.
           03 WS-IRF-ACHOU         PIC 9(03) VALUE ZEROS.
           03 WS-IRF-TAB-FAV.
               05 WS-IRF-FAV OCCURS 200 TIMES.
                   07 WS-IRF-FAV-GRP   PIC 9(01).
                   07 WS-IRF-FAV-DOC   PIC X(14).
                   07 WS-IRF-FAV-DESC  PIC X(15).
                   07 WS-IRF-FAV-TOTAL PIC 9(09)V99.

       01 WS-RDET-IRPF.
           03 RDET-IRF-DOC         PIC X(18).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-IRF-DESC        PIC X(15).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-IRF-CLASSE      PIC X(10).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 RDET-IRF-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

      *----AREA DE TRABALHO DO JORNAL DE TRANSACOES-----------------------*
       01 WS-JORNAL-CTRL.
           03 WS-JRN-OPERACAO      PIC A(10) VALUE SPACES.
           03 WS-JRN-ULT-ARQUIVO   PIC A(08) VALUE SPACES.
           03 WS-JRN-ULT-CHAVE     PIC 9(04) VALUE ZEROS.

      *----AREA DE TRABALHO DA EXECUCAO EM LOTE (SEM TELA)-------------*
      *----CHAMADA COM O PARAMETRO LOTE NA LINHA DE COMANDO; AS ETAPAS-*
      *----VEM DO Lote.txt E CADA UMA E REGISTRADA NO LoteLog.txt------*
       01 WS-LOTE.
           03 WS-LOTE-PARM         PIC X(20) VALUE SPACES.
           03 WS-LOTE-ATIVO        PIC A(03) VALUE 'NAO'.
           03 WS-LOTE-ETAPA-OK     PIC A(03) VALUE 'NAO'.
           03 WS-LOTE-PARAR        PIC A(03) VALUE 'NAO'.
           03 WS-LOTE-JA-FEITA     PIC A(03) VALUE 'NAO'.
           03 WS-LOTE-TEM-OPR      PIC A(03) VALUE 'NAO'.
           03 WS-LOTE-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           03 WS-LOTE-DATA-HOJE-R REDEFINES WS-LOTE-DATA-HOJE.
               05 WS-LOTE-HOJE-ANO PIC 9(04).
               05 WS-LOTE-HOJE-MES PIC 9(02).
               05 WS-LOTE-HOJE-DIA PIC 9(02).
           03 WS-LOTE-HORA         PIC 9(08) VALUE ZEROS.
           03 WS-LOTE-OPR-COD      PIC 9(03) VALUE ZEROS.
           03 WS-LOTE-QTD-ETP      PIC 9(02) VALUE ZEROS.
           03 WS-LOTE-QTD-EXEC     PIC 9(02) VALUE ZEROS.
           03 WS-LOTE-QTD-PUL      PIC 9(02) VALUE ZEROS.
           03 WS-LOTE-QTD-FEITAS   PIC 9(02) VALUE ZEROS.
           03 WS-LOTE-IDX          PIC 9(02) VALUE ZEROS.
           03 WS-LOTE-IDX-F        PIC 9(02) VALUE ZEROS.
           03 WS-LOTE-TAB-ETAPAS.
               05 WS-LOTE-ETP OCCURS 30 TIMES.
                   07 WS-LOTE-E-SEQ    PIC 9(02).
                   07 WS-LOTE-E-NOME   PIC X(08).
                   07 WS-LOTE-E-MES    PIC 9(06).
                   07 WS-LOTE-E-CORTE  PIC 9(06).
                   07 WS-LOTE-E-SET    PIC 9(01).
           03 WS-LOTE-TAB-FEITAS.
               05 WS-LOTE-FEITA OCCURS 30 TIMES.
                   07 WS-LOTE-F-SEQ    PIC 9(02).
                   07 WS-LOTE-F-NOME   PIC X(08).

      *----LINHA DO Lote.txt: 'O;OOO' = OPERADOR DE LOTE (PERFIL L);---*
      *----'E;SS;ETAPA   ;AAAAMM;AAAAMM;S' = ETAPA (GERAR, IMPORTAR,---*
      *----BACKUP OU FECHAR) COM MES, CORTE DO ARQUIVAMENTO E SET DO---*
      *----BACKUP; LINHAS QUE COMECAM COM '*' SAO COMENTARIO-----------*
       01 WS-LOTE-CTL.
           03 WS-LCT-TIPO          PIC X(01).
           03 FILLER               PIC X(01).
           03 WS-LCT-DADOS         PIC X(78).
           03 WS-LCT-ETAPA-R REDEFINES WS-LCT-DADOS.
               05 WS-LCT-SEQ       PIC X(02).
               05 FILLER           PIC X(01).
               05 WS-LCT-NOME      PIC X(08).
               05 FILLER           PIC X(01).
               05 WS-LCT-MES       PIC X(06).
               05 FILLER           PIC X(01).
               05 WS-LCT-CORTE     PIC X(06).
               05 FILLER           PIC X(01).
               05 WS-LCT-SET       PIC X(01).
               05 FILLER           PIC X(51).
           03 WS-LCT-OPER-R REDEFINES WS-LCT-DADOS.
               05 WS-LCT-OPR-COD   PIC X(03).
               05 FILLER           PIC X(75).

      *----LINHA DO LoteLog.txt: DATA;SEQ;ETAPA;INICIO;FIM;SITUACAO;---*
      *----OPERADOR;MENSAGEM - SITUACAO INICIO, OK, ERRO OU PULADA;----*
      *----SEQ 00 / ETAPA LOTE E A LINHA DA EXECUCAO COMO UM TODO------*
       01 WS-LOTE-LOG.
           03 WS-LLG-DATA          PIC 9(08) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 WS-LLG-SEQ           PIC 9(02) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 WS-LLG-ETAPA         PIC X(08) VALUE SPACES.
           03 FILLER               PIC X(01) VALUE ';'.
           03 WS-LLG-HORA-INI      PIC 9(06) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 WS-LLG-HORA-FIM      PIC 9(06) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 WS-LLG-SITUACAO      PIC X(06) VALUE SPACES.
           03 FILLER               PIC X(01) VALUE ';'.
           03 WS-LLG-OPERADOR      PIC 9(03) VALUE ZEROS.
           03 FILLER               PIC X(01) VALUE ';'.
           03 WS-LLG-MENSAGEM      PIC X(35) VALUE SPACES.

       LINKAGE SECTION.
       SCREEN SECTION.

           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 20 COL 03 VALUE '15-RELATORIO ANUAL  '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 06 COL 26 VALUE '16-PROJECAO DE SALDO'.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 07 COL 26 VALUE '17-EMPRESTIMOS      '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 08 COL 26 VALUE '18-APLICACOES       '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 09 COL 26 VALUE '19-INFORME IRPF     '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 10 COL 26 VALUE '20-DESP. POR C.CUSTO'.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 11 COL 26 VALUE '21-COTACOES/CAMBIO  '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 12 COL 26 VALUE '22-METAS DE ECONOMIA'.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 21 COL 03 VALUE '99-ENCERRAR PROGRAMA'
           FOREGROUND-COLOR IS 04.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LB-REC-DESC        LINE 09 COL 22 USING TB-REC-DESC
           FOREGROUND-COLOR IS 03.
           03  FILLER VALUE '|'   FOREGROUND-COLOR IS 02.
           03  LINE 10 COL 03     VALUE 'CONTA (CONT-ID):'.
           03  LB-REC-CONTA       LINE 10 COL 20
           USING TB-REC-CONT-ID   FOREGROUND-COLOR IS 03.
           03  LINE 10 COL 26     PIC X(25) FROM TB-REC-CONTA
           FOREGROUND-COLOR IS 03.
           03  FILLER VALUE '|'   FOREGROUND-COLOR IS 02.
           03  LINE 11 COL 03     VALUE 'TIPO DA RECEITA:'.
           03  LB-REC-TIPO        LINE 11 COL 21
           USING TB-REC-TIPO      FOREGROUND-COLOR IS 03.
           03  LINE 11 COL 27     VALUE 'CPF/CNPJ DA FONTE PAGADORA:'.
           03  LB-REC-DOC         LINE 11 COL 55
           USING TB-REC-DOC       FOREGROUND-COLOR IS 03.
           03  LINE 12 COL 03     PIC X(76) FROM WS-VT-LISTA
           FOREGROUND-COLOR IS 03.

           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 13 COL 03 VALUE '08-BAIXAR DESPESAS EM LOTE     '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 14 COL 03 VALUE '09-RATEIO DE DESPESA           '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 15 COL 03 VALUE '99-VOLTAR AO MENU PRINCIPAL    '
           FOREGROUND-COLOR IS 04.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 16 COL 03 VALUE '**COD.: '
           FOREGROUND-COLOR IS 03.
           03  LB-OPCAO-DESPESA LINE 16 COL 11 USING WS-OPCAO
           FOREGROUND-COLOR IS 03.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 17 COL 03 VALUE 'DIGITE UMA DAS OPCOES NUMERICAS!'
           FOREGROUND-COLOR IS 03.

      *----LABEL DE CADASTRO DE DESPESAS--------------------------------*
           03  LB-DESP-DESC       LINE 09 COL 22 USING TD-DESP-DESC
           FOREGROUND-COLOR IS 03.
           03  FILLER VALUE '|'   FOREGROUND-COLOR IS 02.
           03  LINE 10 COL 03     VALUE 'CONTA (CONT-ID):'.
           03  LB-DESP-CONTA      LINE 10 COL 20
           USING TD-DESP-CONT-ID  FOREGROUND-COLOR IS 03.
           03  LINE 10 COL 26     PIC X(25) FROM TD-DESP-CONTA
           FOREGROUND-COLOR IS 03.
           03  FILLER VALUE '|'   FOREGROUND-COLOR IS 02.
           03  LINE 11 COL 03     VALUE 'TIPO DA DESPESA:'.
           03  LB-DESP-TIPO       LINE 11 COL 21
           USING TD-DESP-TIPO     FOREGROUND-COLOR IS 03.
           03  LINE 11 COL 27     VALUE 'CPF/CNPJ DO FAVORECIDO:'.
           03  LB-DESP-DOC        LINE 11 COL 51
           USING TD-DESP-DOC      FOREGROUND-COLOR IS 03.
           03  LINE 12 COL 03     PIC X(76) FROM WS-VT-LISTA
           FOREGROUND-COLOR IS 03.

           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 14 COL 03 VALUE '09-CARTAO DE CREDITO             '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 15 COL 03 VALUE '10-CONCILIAR COM EXTRATO DO BANCO'.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 16 COL 03 VALUE '99-ENCERRAR PROGRAMA             '
           FOREGROUND-COLOR IS 04.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 17 COL 03 VALUE '**COD.: '
           FOREGROUND-COLOR IS 03.
           03  LB-OPCAO-CONTA LINE 17 COL 11 USING WS-OPCAO
           FOREGROUND-COLOR IS 03.
           03 FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 18 COL 03 VALUE 'DIGITE UMA DAS OPCOES NUMERICAS!'
           FOREGROUND-COLOR IS 03.

       01 LB-CADASTRO-CONTAS.
           03 LINE 12  COL 03 VALUE 'SALDO DA CONTA:'.
           03 LB-SALDO-CONTA            LINE 12 COL 19
           USING WSR-CONTASALDO FOREGROUND-COLOR IS 03.
           03 LINE 12  COL 34 VALUE 'MOEDA:'.
           03 LB-MOEDA-CONTA            LINE 12 COL 41
           USING WSR-CONTAMOEDA FOREGROUND-COLOR IS 03.
           03 LINE 12  COL 46 VALUE 'COTACAO R$:'.
           03 LB-COTAC-CONTA            LINE 12 COL 58
           USING WSR-CONTACOTAC FOREGROUND-COLOR IS 03.
           03 LINE 13  COL 01 VALUE '                                 '.
           03 LINE 14  COL 01 VALUE '                                 '.

           03  LINE 12 COL 03 VALUE 'DIGITE UMA DAS OPCOES NUMERICAS!'
           FOREGROUND-COLOR IS 03.

      *----LABEL MENU EMPRESTIMOS E FINANCIAMENTOS-----------------------*
       01  LB-EMPREST.
           03  LINE 06 COL 03 VALUE '01-CADASTRAR EMPRESTIMO          '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 07 COL 03 VALUE '02-LISTAR EMPRESTIMOS            '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 08 COL 03 VALUE '03-TABELA DE AMORTIZACAO         '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 09 COL 03 VALUE '04-LANCAR PARCELAS DO MES        '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 10 COL 03 VALUE '05-RELATORIO DE SALDO DEVEDOR    '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 11 COL 03 VALUE '06-QUITACAO ANTECIPADA           '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 12 COL 03 VALUE '99-VOLTAR AO MENU PRINCIPAL      '
           FOREGROUND-COLOR IS 04.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 13 COL 03 VALUE '**COD.: '
           FOREGROUND-COLOR IS 03.
           03  LB-OPCAO-EMPREST LINE 13 COL 11 USING WS-OPCAO
           FOREGROUND-COLOR IS 03.
           03 FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 14 COL 03 VALUE 'DIGITE UMA DAS OPCOES NUMERICAS!'
           FOREGROUND-COLOR IS 03.

      *----LABEL MENU APLICACOES E RENDIMENTOS---------------------------*
       01  LB-APLICAC.
           03  LINE 06 COL 03 VALUE '01-CADASTRAR APLICACAO           '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 07 COL 03 VALUE '02-LISTAR APLICACOES             '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 08 COL 03 VALUE '03-CREDITAR RENDIMENTOS DO MES   '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 09 COL 03 VALUE '04-RELATORIO DE POSICAO          '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 10 COL 03 VALUE '99-VOLTAR AO MENU PRINCIPAL      '
           FOREGROUND-COLOR IS 04.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 11 COL 03 VALUE '**COD.: '
           FOREGROUND-COLOR IS 03.
           03  LB-OPCAO-APLICAC LINE 11 COL 11 USING WS-OPCAO
           FOREGROUND-COLOR IS 03.
           03 FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 12 COL 03 VALUE 'DIGITE UMA DAS OPCOES NUMERICAS!'
           FOREGROUND-COLOR IS 03.

      *----LABEL MENU COTACOES E CONTAS EM MOEDA ESTRANGEIRA-----------*
       01  LB-COTACOES.
           03  LINE 06 COL 03 VALUE '01-CADASTRAR COTACAO             '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 07 COL 03 VALUE '02-LISTAR COTACOES               '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 08 COL 03 VALUE '03-RECALCULAR VALORES EM R$      '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 09 COL 03 VALUE '04-VARIACAO CAMBIAL DAS CONTAS   '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 10 COL 03 VALUE '99-VOLTAR AO MENU PRINCIPAL      '
           FOREGROUND-COLOR IS 04.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 11 COL 03 VALUE '**COD.: '
           FOREGROUND-COLOR IS 03.
           03  LB-OPCAO-COTAC LINE 11 COL 11 USING WS-OPCAO
           FOREGROUND-COLOR IS 03.
           03 FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 12 COL 03 VALUE 'DIGITE UMA DAS OPCOES NUMERICAS!'
           FOREGROUND-COLOR IS 03.

      *----LABEL MENU METAS DE ECONOMIA--------------------------------*
       01  LB-METAS.
           03  LINE 06 COL 03 VALUE '01-CADASTRAR META                '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 07 COL 03 VALUE '02-LISTAR METAS                  '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 08 COL 03 VALUE '03-EDITAR META                   '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 09 COL 03 VALUE '04-REMOVER META                  '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 10 COL 03 VALUE '05-PROGRESSO MENSAL DAS METAS    '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 11 COL 03 VALUE '99-VOLTAR AO MENU PRINCIPAL      '
           FOREGROUND-COLOR IS 04.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 12 COL 03 VALUE '**COD.: '
           FOREGROUND-COLOR IS 03.
           03  LB-OPCAO-METAS LINE 12 COL 11 USING WS-OPCAO
           FOREGROUND-COLOR IS 03.
           03 FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 13 COL 03 VALUE 'DIGITE UMA DAS OPCOES NUMERICAS!'
           FOREGROUND-COLOR IS 03.

      *----LABEL MENU ORCAMENTO------------------------------------------*
       01  LB-ORCAMENTO.
           03  LINE 06 COL 03 VALUE '01-DEFINIR LIMITE POR TIPO       '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 07 COL 03 VALUE '02-ORCADO X REALIZADO (MES)      '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 08 COL 03 VALUE '99-VOLTAR AO MENU PRINCIPAL      '
           FOREGROUND-COLOR IS 04.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 09 COL 03 VALUE '**COD.: '
           FOREGROUND-COLOR IS 03.
           03  LB-OPCAO-ORCAM LINE 09 COL 11 USING WS-OPCAO
           FOREGROUND-COLOR IS 03.
           03 FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 10 COL 03 VALUE 'DIGITE UMA DAS OPCOES NUMERICAS!'
           FOREGROUND-COLOR IS 03.

      *----LABEL MENU BANCOS---------------------------------------------*
       01  LB-BANCOS.
           03  LINE 06 COL 03 VALUE '01-CADASTRAR BANCO               '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 07 COL 03 VALUE '02-LISTAR BANCOS                 '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 08 COL 03 VALUE '99-VOLTAR AO MENU PRINCIPAL      '
           FOREGROUND-COLOR IS 04.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 08 COL 03 VALUE '03-REMOVER TIPO                  '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 09 COL 03 VALUE '04-CLASSIFICACAO FISCAL (IRPF)   '.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 10 COL 03 VALUE '99-VOLTAR AO MENU PRINCIPAL      '
           FOREGROUND-COLOR IS 04.
           03  FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 11 COL 03 VALUE '**COD.: '
           FOREGROUND-COLOR IS 03.
           03  LB-OPCAO-TIPO LINE 11 COL 11 USING WS-OPCAO
           FOREGROUND-COLOR IS 03.
           03 FILLER VALUE '|' FOREGROUND-COLOR IS 02.
           03  LINE 12 COL 03 VALUE 'DIGITE UMA DAS OPCOES NUMERICAS!'
           FOREGROUND-COLOR IS 03.

      *----LABEL MENU CARTAO DE CREDITO-----------------------------------*
               OPEN I-O ARQ-CARTOES
           END-IF

           OPEN I-O ARQ-EMPREST

           IF WS-FSTATUS = 35
               OPEN OUTPUT ARQ-EMPREST
               CLOSE ARQ-EMPREST
               OPEN I-O ARQ-EMPREST
           END-IF

           OPEN I-O ARQ-APLICAC

           IF WS-FSTATUS = 35
               OPEN OUTPUT ARQ-APLICAC
               CLOSE ARQ-APLICAC
               OPEN I-O ARQ-APLICAC
           END-IF

           OPEN I-O ARQ-RATEIO

           IF WS-FSTATUS = 35
               OPEN OUTPUT ARQ-RATEIO
               CLOSE ARQ-RATEIO
               OPEN I-O ARQ-RATEIO
           END-IF

           OPEN I-O ARQ-COTACAO

           IF WS-FSTATUS = 35
               OPEN OUTPUT ARQ-COTACAO
               CLOSE ARQ-COTACAO
               OPEN I-O ARQ-COTACAO
           END-IF

           OPEN I-O ARQ-METAS

           IF WS-FSTATUS = 35
               OPEN OUTPUT ARQ-METAS
               CLOSE ARQ-METAS
               OPEN I-O ARQ-METAS
           END-IF

           OPEN I-O ARQ-OPERADORES

           IF WS-FSTATUS = 35
           PERFORM 4010-CARREGA-BANCOS.
           PERFORM 4510-CARREGA-TIPOS.
           PERFORM 7710-CARREGA-FECHAMENTOS.
           PERFORM 8187-CARREGA-MOEDAS-CONTAS.
           ACCEPT WS-LOTE-PARM FROM COMMAND-LINE.
           IF WS-LOTE-PARM EQUAL 'LOTE'
               PERFORM 9700-EXECUCAO-LOTE
           END-IF.
           PERFORM 9500-LOGIN-OPERADOR.
           PERFORM 9200-VERIFICA-JORNAL.
           PERFORM 0100-PAINEL-AVISOS.
           MOVE ZEROS  TO LB-ANO-RECEB
           MOVE ZEROS  TO LB-MES-RECEB
           MOVE ZEROS  TO LB-DIA-RECEB
           MOVE ZEROS  TO LB-REC-CONTA
           MOVE ZEROS  TO LB-ANO-RECEB-ESP
           MOVE ZEROS  TO LB-MES-RECEB-ESP
           MOVE ZEROS  TO LB-DIA-RECEB-ESP.
           MOVE ZEROS    TO ARQR-DIA-ESP
           MOVE SPACES   TO ARQR-DESC
           MOVE SPACES   TO ARQR-CONTA
           MOVE ZEROS    TO ARQR-CONT-ID
           MOVE ZEROS    TO ARQR-TIPO
           MOVE ZEROS    TO TB-REC-TIPO
           MOVE ZEROS    TO TB-DIA-RECEB
           MOVE ZEROS    TO TB-REC-VALOR
           MOVE SPACES   TO TB-REC-DESC
           MOVE SPACES   TO TB-REC-CONTA
           MOVE ZEROS    TO TB-REC-CONT-ID
           MOVE ZEROS    TO TB-DIA-RECEB-ESP
           MOVE ZEROS    TO TB-MES-RECEB-ESP
           MOVE ZEROS    TO TB-ANO-RECEB-ESP
           MOVE SPACES   TO TB-REC-DOC
           MOVE SPACES   TO TD-DESP-DOC
           MOVE SPACES   TO TD-DESP-CONTA
           MOVE ZEROS    TO TD-DESP-CONT-ID.



                  MOVE SPACES TO WS-STATUSOP
                  DISPLAY LB-OPERACAO
                  PERFORM 7900-RELATORIO-ANUAL
              WHEN 16
                  MOVE SPACES TO WS-STATUSOP
                  DISPLAY LB-OPERACAO
                  PERFORM 5100-PROJECAO-SALDO
              WHEN 17
                  MOVE SPACES TO WS-STATUSOP
                  DISPLAY LB-OPERACAO
                  PERFORM 5200-MENU-EMPRESTIMOS
              WHEN 18
                  MOVE SPACES TO WS-STATUSOP
                  DISPLAY LB-OPERACAO
                  PERFORM 5300-MENU-APLICACOES
              WHEN 19
                  MOVE SPACES TO WS-STATUSOP
                  DISPLAY LB-OPERACAO
                  PERFORM 7950-INFORME-IRPF
              WHEN 20
                  MOVE SPACES TO WS-STATUSOP
                  DISPLAY LB-OPERACAO
                  PERFORM 5020-DESPESAS-CENTRO-CUSTO
              WHEN 21
                  MOVE SPACES TO WS-STATUSOP
                  DISPLAY LB-OPERACAO
                  PERFORM 5400-MENU-COTACOES
              WHEN 22
                  MOVE SPACES TO WS-STATUSOP
                  DISPLAY LB-OPERACAO
                  PERFORM 5500-MENU-METAS
              WHEN 99
                  MOVE SPACES TO WS-STATUSOP
                  DISPLAY LB-OPERACAO
                   MOVE 'NAO' TO WS-VC-ACHOU
                   PERFORM UNTIL WS-VC-ACHOU = 'SIM'
                       ACCEPT LB-REC-CONTA
                       MOVE TB-REC-CONT-ID TO WS-VC-CONT-ID
                       PERFORM 8140-VALIDA-CONTA-MOVIMENTO
                       IF WS-VC-ACHOU NOT EQUAL 'SIM'
                           MOVE 'CONTA NAO CADASTRADA!' TO WS-STATUSOP
                           DISPLAY LB-OPERACAO
                       ELSE
                           MOVE WS-VC-CONTA TO TB-REC-CONTA
                           DISPLAY TB-REC-CONTA LINE 10 COL 26
                           FOREGROUND-COLOR IS 03
                           MOVE SPACES TO WS-STATUSOP
                           DISPLAY LB-OPERACAO
                       END-IF
                           DISPLAY LB-OPERACAO
                           MOVE 'NO' TO WS-CONT-OK
                   END-PERFORM
                   MOVE 'NO' TO WS-DOC-OK
                   PERFORM UNTIL WS-DOC-OK = 'OK'
                       ACCEPT LB-REC-DOC
                       MOVE TB-REC-DOC TO WS-DOC-NUM
                       PERFORM 8170-VALIDA-DOCUMENTO
                       IF WS-DOC-OK NOT EQUAL 'OK'
                           MOVE 'CPF/CNPJ INVALIDO (SO DIGITOS)!'
                           TO WS-STATUSOP
                       ELSE
                           MOVE SPACES TO WS-STATUSOP
                       END-IF
                       DISPLAY LB-OPERACAO
                   END-PERFORM



                           MOVE ARQR-ID      TO WS-JRN-CHAVE
                           MOVE 'INICIO'     TO WS-JRN-FASE
                           PERFORM 9100-GRAVA-JORNAL
                           PERFORM 8185-CONVERTE-RECEITA
                           WRITE ARQ-REC
                               INVALID KEY
                               MOVE 'CODIGO DE RECEITA JA EXISTE!'
                   MOVE 'FE' TO WS-CONT-OK
               END-IF
           END-IF
           IF WS-CONT-OK EQUAL 'OK'
           AND ARQR-DAT-CONC NOT EQUAL ZEROS
               PERFORM 9400-EXIGE-SUPERVISOR
               IF WS-OPR-AUTORIZADO NOT EQUAL 'SIM'
                   MOVE 'CO' TO WS-CONT-OK
               END-IF
           END-IF
           EVALUATE TRUE
           WHEN WS-CONT-OK EQUAL 'FE'
               MOVE 'MES FECHADO - ALTERACAO NAO PERMITIDA!'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN WS-CONT-OK EQUAL 'CO'
               MOVE 'CONCILIADA - RESTRITO AO SUPERVISOR'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN WS-CONT-OK NOT EQUAL 'OK'
               MOVE 'RECEITA NAO ENCONTRADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
               MOVE ARQR-ANO-ESP   TO TB-ANO-RECEB-ESP
               MOVE ARQR-DESC      TO TB-REC-DESC
               MOVE ARQR-CONTA     TO TB-REC-CONTA
               MOVE ARQR-CONT-ID   TO TB-REC-CONT-ID
               MOVE ARQR-TIPO      TO TB-REC-TIPO
               MOVE ARQR-DOC       TO TB-REC-DOC
               MOVE 'R' TO WS-VT-NAT
               PERFORM 8160-MONTA-LISTA-TIPOS
               MOVE SPACES TO WS-STATUSOP
               MOVE 'NAO' TO WS-VC-ACHOU
               PERFORM UNTIL WS-VC-ACHOU = 'SIM'
                   ACCEPT LB-REC-CONTA
                   MOVE TB-REC-CONT-ID TO WS-VC-CONT-ID
                   PERFORM 8140-VALIDA-CONTA-MOVIMENTO
                   IF WS-VC-ACHOU NOT EQUAL 'SIM'
                       MOVE 'CONTA NAO CADASTRADA!' TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   ELSE
                       MOVE WS-VC-CONTA TO TB-REC-CONTA
                       DISPLAY TB-REC-CONTA LINE 10 COL 26
                       FOREGROUND-COLOR IS 03
                       MOVE SPACES TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   END-IF
                       DISPLAY LB-OPERACAO
                       MOVE 'NO' TO WS-CONT-OK
               END-PERFORM
               MOVE 'NO' TO WS-DOC-OK
               PERFORM UNTIL WS-DOC-OK = 'OK'
                   ACCEPT LB-REC-DOC
                   MOVE TB-REC-DOC TO WS-DOC-NUM
                   PERFORM 8170-VALIDA-DOCUMENTO
                   IF WS-DOC-OK NOT EQUAL 'OK'
                       MOVE 'CPF/CNPJ INVALIDO (SO DIGITOS)!'
                       TO WS-STATUSOP
                   ELSE
                       MOVE SPACES TO WS-STATUSOP
                   END-IF
                   DISPLAY LB-OPERACAO
               END-PERFORM

               COMPUTE WS-VMF-ANOMES =
                   TB-ANO-RECEB * 100 + TB-MES-RECEB
               ELSE
               MOVE SPACES TO WS-AUD-ANTES
               MOVE ARQ-REC TO WS-AUD-ANTES
               MOVE ARQR-CONT-ID        TO WS-AJS-CONT-ID-ANT
               MOVE ARQR-VAL            TO WS-AJS-VALOR-ANT
               MOVE WS-BUSCA-ID TO ARQR-ID
               MOVE TB-REC-VALOR        TO ARQR-VAL
               MOVE TB-ANO-RECEB-ESP    TO ARQR-ANO-ESP
               MOVE TB-REC-DESC         TO ARQR-DESC
               MOVE TB-REC-CONTA        TO ARQR-CONTA
               MOVE TB-REC-CONT-ID      TO ARQR-CONT-ID
               MOVE TB-REC-TIPO         TO ARQR-TIPO
               MOVE TB-REC-DOC          TO ARQR-DOC
               MOVE 'EDICAO'     TO WS-JRN-OPERACAO
               MOVE 'RECEITAS'   TO WS-JRN-ARQUIVO
               MOVE ARQR-ID      TO WS-JRN-CHAVE
               MOVE 'INICIO'     TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               PERFORM 8185-CONVERTE-RECEITA
               REWRITE ARQ-REC
                   INVALID KEY
                       MOVE 'NAO FOI POSSIVEL REGRAVAR O'-
                   MOVE 'FE' TO WS-CONT-OK
               END-IF
           END-IF
           IF WS-CONT-OK EQUAL 'OK'
           AND ARQR-DAT-CONC NOT EQUAL ZEROS
               PERFORM 9400-EXIGE-SUPERVISOR
               IF WS-OPR-AUTORIZADO NOT EQUAL 'SIM'
                   MOVE 'CO' TO WS-CONT-OK
               END-IF
           END-IF
           EVALUATE TRUE
           WHEN WS-CONT-OK EQUAL 'FE'
               MOVE 'MES FECHADO - REMOCAO NAO PERMITIDA!'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN WS-CONT-OK EQUAL 'CO'
               MOVE 'CONCILIADA - RESTRITO AO SUPERVISOR'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN WS-CONT-OK NOT EQUAL 'OK'
               MOVE 'RECEITA NAO ENCONTRADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
                           DISPLAY LB-OPERACAO
                           MOVE 'FIM'    TO WS-JRN-FASE
                           PERFORM 9100-GRAVA-JORNAL
                           MOVE ARQR-CONT-ID TO WS-AJS-CONT-ID-ANT
                           MOVE ARQR-VAL   TO WS-AJS-VALOR-ANT
                           PERFORM 8120-ESTORNA-SALDO-RECEITA
                           MOVE SPACES TO WS-AUD-DEPOIS
               MOVE ARQR-DESC TO WS-LOC-ALVO
               PERFORM 8500-TESTA-FRAGMENTO
           WHEN 02
               IF ARQR-CONT-ID EQUAL WS-LOC-CONT-ID
                   MOVE 'SIM' TO WS-LOC-CASA
               END-IF
           WHEN 03
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD ARQR-VAL-BRL TO WS-TIPO-TOTAL-GERAL
                       MOVE 1 TO WS-TIPO-IDX2
                       PERFORM UNTIL WS-TIPO-IDX2 > WS-QTD-TIPOS-R
                           IF WS-TIPO-R-COD(WS-TIPO-IDX2) = ARQR-TIPO
                               ADD ARQR-VAL-BRL
                               TO WS-TIPO-TOTAL(WS-TIPO-IDX2)
                               MOVE WS-QTD-TIPOS-R TO WS-TIPO-IDX2
                           END-IF
                  PERFORM 2030-BAIXAR-DESPESA
              WHEN 08
                  PERFORM 2031-BAIXAR-LOTE
              WHEN 09
                  PERFORM 2040-RATEIO-DESPESA
              WHEN 99
                  PERFORM 0000-INICIALIZACAO
              WHEN OTHER
                   MOVE 'NAO' TO WS-VC-ACHOU
                   PERFORM UNTIL WS-VC-ACHOU = 'SIM'
                       ACCEPT LB-DESP-CONTA
                       MOVE TD-DESP-CONT-ID TO WS-VC-CONT-ID
                       PERFORM 8140-VALIDA-CONTA-MOVIMENTO
                       IF WS-VC-ACHOU NOT EQUAL 'SIM'
                           MOVE 'CONTA NAO CADASTRADA!' TO WS-STATUSOP
                           DISPLAY LB-OPERACAO
                       ELSE
                           MOVE WS-VC-CONTA TO TD-DESP-CONTA
                           DISPLAY TD-DESP-CONTA LINE 10 COL 26
                           FOREGROUND-COLOR IS 03
                           MOVE SPACES TO WS-STATUSOP
                           DISPLAY LB-OPERACAO
                       END-IF
                           DISPLAY LB-OPERACAO
                           MOVE 'NO' TO WS-CONT-OK
                   END-PERFORM
                   MOVE 'NO' TO WS-DOC-OK
                   PERFORM UNTIL WS-DOC-OK = 'OK'
                       ACCEPT LB-DESP-DOC
                       MOVE TD-DESP-DOC TO WS-DOC-NUM
                       PERFORM 8170-VALIDA-DOCUMENTO
                       IF WS-DOC-OK NOT EQUAL 'OK'
                           MOVE 'CPF/CNPJ INVALIDO (SO DIGITOS)!'
                           TO WS-STATUSOP
                       ELSE
                           MOVE SPACES TO WS-STATUSOP
                       END-IF
                       DISPLAY LB-OPERACAO
                   END-PERFORM

                   MOVE 01 TO WS-PCL-QTD
                   IF TD-DESP-TIPO EQUAL 03
                               DISPLAY LB-OPERACAO
                               MOVE 'NO' TO WS-SALVA
                           ELSE
                           MOVE TD-DESP-CONT-ID TO WS-VC-CONT-ID
                           PERFORM 8140-VALIDA-CONTA-MOVIMENTO
                           IF WS-VC-ACHOU NOT EQUAL 'SIM'
                           OR (TD-DESP-VALOR > WS-VC-SALDO
                               MOVE ARQD-ID      TO WS-JRN-CHAVE
                               MOVE 'INICIO'     TO WS-JRN-FASE
                               PERFORM 9100-GRAVA-JORNAL
                               PERFORM 8186-CONVERTE-DESPESA
                               WRITE ARQ-DESP
                                   INVALID KEY
                                   MOVE 'CODIGO DE DESPESA JA EXISTE!'
                   MOVE 'FE' TO WS-CONT-OK
               END-IF
           END-IF
           IF WS-CONT-OK EQUAL 'OK'
           AND ARQD-DAT-CONC NOT EQUAL ZEROS
               PERFORM 9400-EXIGE-SUPERVISOR
               IF WS-OPR-AUTORIZADO NOT EQUAL 'SIM'
                   MOVE 'CO' TO WS-CONT-OK
               END-IF
           END-IF
           EVALUATE TRUE
           WHEN WS-CONT-OK EQUAL 'FE'
               MOVE 'MES FECHADO - ALTERACAO NAO PERMITIDA!'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN WS-CONT-OK EQUAL 'CO'
               MOVE 'CONCILIADA - RESTRITO AO SUPERVISOR'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN WS-CONT-OK NOT EQUAL 'OK'
               MOVE 'DESPESA NAO ENCONTRADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
               MOVE ARQD-ANO-PAG   TO TD-ANO-PAG
               MOVE ARQD-DESC      TO TD-DESP-DESC
               MOVE ARQD-CONTA     TO TD-DESP-CONTA
               MOVE ARQD-CONT-ID   TO TD-DESP-CONT-ID
               MOVE ARQD-TIPO      TO TD-DESP-TIPO
               MOVE ARQD-DOC       TO TD-DESP-DOC
               MOVE 'D' TO WS-VT-NAT
               PERFORM 8160-MONTA-LISTA-TIPOS
               MOVE SPACES TO WS-STATUSOP
               MOVE 'NAO' TO WS-VC-ACHOU
               PERFORM UNTIL WS-VC-ACHOU = 'SIM'
                   ACCEPT LB-DESP-CONTA
                   MOVE TD-DESP-CONT-ID TO WS-VC-CONT-ID
                   PERFORM 8140-VALIDA-CONTA-MOVIMENTO
                   IF WS-VC-ACHOU NOT EQUAL 'SIM'
                       MOVE 'CONTA NAO CADASTRADA!' TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   ELSE
                       MOVE WS-VC-CONTA TO TD-DESP-CONTA
                       DISPLAY TD-DESP-CONTA LINE 10 COL 26
                       FOREGROUND-COLOR IS 03
                       MOVE SPACES TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   END-IF
                       DISPLAY LB-OPERACAO
                       MOVE 'NO' TO WS-CONT-OK
               END-PERFORM
               MOVE 'NO' TO WS-DOC-OK
               PERFORM UNTIL WS-DOC-OK = 'OK'
                   ACCEPT LB-DESP-DOC
                   MOVE TD-DESP-DOC TO WS-DOC-NUM
                   PERFORM 8170-VALIDA-DOCUMENTO
                   IF WS-DOC-OK NOT EQUAL 'OK'
                       MOVE 'CPF/CNPJ INVALIDO (SO DIGITOS)!'
                       TO WS-STATUSOP
                   ELSE
                       MOVE SPACES TO WS-STATUSOP
                   END-IF
                   DISPLAY LB-OPERACAO
               END-PERFORM

               MOVE 'NAO' TO WS-VMF-BLOQ
               IF TD-DATA-VENC NOT EQUAL ARQD-DAT-VENC
               ELSE
               MOVE SPACES TO WS-AUD-ANTES
               MOVE ARQ-DESP TO WS-AUD-ANTES
               MOVE ARQD-CONT-ID        TO WS-AJS-CONT-ID-ANT
               MOVE ARQD-VAL            TO WS-AJS-VALOR-ANT
               MOVE TD-DESP-CONT-ID TO WS-VC-CONT-ID
               PERFORM 8140-VALIDA-CONTA-MOVIMENTO
               IF TD-DESP-CONT-ID EQUAL WS-AJS-CONT-ID-ANT
                   ADD WS-AJS-VALOR-ANT TO WS-VC-SALDO
               END-IF
               IF WS-VC-ACHOU NOT EQUAL 'SIM'
                   MOVE TD-ANO-PAG          TO ARQD-ANO-PAG
                   MOVE TD-DESP-DESC        TO ARQD-DESC
                   MOVE TD-DESP-CONTA       TO ARQD-CONTA
                   MOVE TD-DESP-CONT-ID     TO ARQD-CONT-ID
                   MOVE TD-DESP-TIPO        TO ARQD-TIPO
                   MOVE TD-DESP-DOC         TO ARQD-DOC
                   MOVE 'EDICAO'     TO WS-JRN-OPERACAO
                   MOVE 'DESPESAS'   TO WS-JRN-ARQUIVO
                   MOVE ARQD-ID      TO WS-JRN-CHAVE
                   MOVE 'INICIO'     TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
                   PERFORM 8186-CONVERTE-DESPESA
                   REWRITE ARQ-DESP
                       INVALID KEY
                           MOVE 'NAO FOI POSSIVEL REGRAVAR O'-
                           MOVE 'DESPESAS'  TO WS-AUD-ARQUIVO
                           MOVE ARQD-ID     TO WS-AUD-CHAVE
                           PERFORM 9300-GRAVA-AUDITORIA
                           IF ARQD-VAL NOT EQUAL WS-AJS-VALOR-ANT
                               MOVE ARQD-ID TO WS-RAT-DESP-ID
                               PERFORM 2046-REMOVE-RATEIO
                               IF WS-RAT-QTD-REM > ZEROS
                                   MOVE 'VALOR ALTERADO - RATEIO'-
                                   ' DESFEITO' TO WS-STATUSOP
                                   DISPLAY LB-OPERACAO
                               END-IF
                           END-IF
                   END-REWRITE
               END-IF
               END-IF
                   MOVE 'FE' TO WS-CONT-OK
               END-IF
           END-IF
           IF WS-CONT-OK EQUAL 'OK'
           AND ARQD-DAT-CONC NOT EQUAL ZEROS
               PERFORM 9400-EXIGE-SUPERVISOR
               IF WS-OPR-AUTORIZADO NOT EQUAL 'SIM'
                   MOVE 'CO' TO WS-CONT-OK
               END-IF
           END-IF
           EVALUATE TRUE
           WHEN WS-CONT-OK EQUAL 'FE'
               MOVE 'MES FECHADO - REMOCAO NAO PERMITIDA!'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN WS-CONT-OK EQUAL 'CO'
               MOVE 'CONCILIADA - RESTRITO AO SUPERVISOR'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN WS-CONT-OK NOT EQUAL 'OK'
               MOVE 'DESPESA NAO ENCONTRADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
                   IF ARQD-TIPO EQUAL 03
                   AND ARQD-DESC(13:1) EQUAL '/'
                       MOVE 'SIM' TO WS-PCL-ERA-PARC
                       MOVE ARQD-CONT-ID TO WS-PCL-CONT-ID-REM
                       MOVE ARQD-DESC(1:10) TO WS-PCL-BASE-REM
                   END-IF
                   MOVE 'REMOCAO'    TO WS-JRN-OPERACAO
                           DISPLAY LB-OPERACAO
                           MOVE 'FIM'    TO WS-JRN-FASE
                           PERFORM 9100-GRAVA-JORNAL
                           MOVE ARQD-CONT-ID TO WS-AJS-CONT-ID-ANT
                           MOVE ARQD-VAL   TO WS-AJS-VALOR-ANT
                           PERFORM 8130-ESTORNA-SALDO-DESPESA
                           MOVE SPACES TO WS-AUD-DEPOIS
                           MOVE 'DESPESAS' TO WS-AUD-ARQUIVO
                           MOVE WS-BUSCA-ID-D TO WS-AUD-CHAVE
                           PERFORM 9300-GRAVA-AUDITORIA
                           MOVE WS-BUSCA-ID-D TO WS-RAT-DESP-ID
                           PERFORM 2046-REMOVE-RATEIO
                           IF WS-PCL-ERA-PARC EQUAL 'SIM'
                               PERFORM 2024-PERGUNTA-REMOVE-PARCELAS
                           END-IF
               MOVE ARQD-DESC TO WS-LOC-ALVO
               PERFORM 8500-TESTA-FRAGMENTO
           WHEN 02
               IF ARQD-CONT-ID EQUAL WS-LOC-CONT-ID
                   MOVE 'SIM' TO WS-LOC-CASA
               END-IF
           WHEN 03
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQD-DAT-PAG EQUAL ZEROS
                           MOVE ARQD-CONT-ID TO WS-VC-CONT-ID
                           PERFORM 8140-VALIDA-CONTA-MOVIMENTO
                           IF WS-VC-TIPO NOT EQUAL 04
                               PERFORM 2015-CLASSIFICA-CONTA-PAGAR
           MOVE ARQD-ID      TO WS-JRN-CHAVE
           MOVE 'INICIO'     TO WS-JRN-FASE
           PERFORM 9100-GRAVA-JORNAL
           PERFORM 8186-CONVERTE-DESPESA
           REWRITE ARQ-DESP
               INVALID KEY
                   MOVE 'NAO FOI POSSIVEL REGRAVAR O'-
           COMPUTE WS-BXA-LIM-NUM =
               WS-BXA-LIM-ANO * 10000 + WS-BXA-LIM-MES * 100
               + WS-BXA-LIM-DIA
           MOVE ZEROS TO WS-BXA-CONT-ID
           DISPLAY 'CONTA (CONT-ID):' LINE 07 COL 03
           FOREGROUND-COLOR IS 05
           MOVE 'NAO' TO WS-VC-ACHOU
           PERFORM UNTIL WS-VC-ACHOU = 'SIM'
               ACCEPT WS-BXA-CONT-ID LINE 07 COL 20
               FOREGROUND-COLOR IS 04
               MOVE WS-BXA-CONT-ID TO WS-VC-CONT-ID
               PERFORM 8140-VALIDA-CONTA-MOVIMENTO
               IF WS-VC-ACHOU NOT EQUAL 'SIM'
                   MOVE 'CONTA NAO CADASTRADA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   DISPLAY WS-VC-CONTA LINE 07 COL 26
                   FOREGROUND-COLOR IS 03
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
                           + ARQD-MES-VENC * 100
                           + ARQD-DIA-VENC
                       IF ARQD-DAT-PAG EQUAL ZEROS
                       AND ARQD-CONT-ID EQUAL WS-BXA-CONT-ID
                       AND WS-BXA-VENC-NUM <= WS-BXA-LIM-NUM
                       AND WS-BXA-QTD < 200
                           ADD 1 TO WS-BXA-QTD
       2019-CLASSIFICA-FATURA.
           MOVE ZEROS TO WS-CRT-TOTAL
           MOVE WS-CRT-C-NOME(WS-CRT-IDX) TO WS-CRT-CONTA
           MOVE WS-CRT-C-ID(WS-CRT-IDX) TO WS-CRT-CONT-ID
           MOVE ZEROS TO ARQD-ID
           MOVE ZERO TO WS-EOF
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQD-DAT-PAG EQUAL ZEROS
                       AND ARQD-CONT-ID EQUAL WS-CRT-CONT-ID
                           ADD ARQD-VAL TO WS-CRT-TOTAL
                       END-IF
               END-READ
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS
      *----O RATEIO DE DESPESA JA ARQUIVADA FICA NO Rateio.txt: O------*
      *----CODIGO DELA NAO PODE SER REAPROVEITADO----------------------*
           MOVE ZEROS TO ARQT-CHAVE
           MOVE 'NAO' TO WS-RAT-FIM
           START ARQ-RATEIO KEY IS NOT LESS THAN ARQT-CHAVE
               INVALID KEY
                   MOVE 'SIM' TO WS-RAT-FIM
           END-START
           PERFORM UNTIL WS-RAT-FIM EQUAL 'SIM'
               READ ARQ-RATEIO NEXT RECORD
                   AT END
                       MOVE 'SIM' TO WS-RAT-FIM
                   NOT AT END
                       IF ARQT-DESP-ID >= WS-CONT-01-D
                           COMPUTE WS-CONT-01-D = ARQT-DESP-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FSTATUS.

      *----PERGUNTA A QUANTIDADE DE PARCELAS DE UMA DESPESA PARCELADA---*
                   MOVE ARQD-ID      TO WS-JRN-CHAVE
                   MOVE 'INICIO'     TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
                   PERFORM 8186-CONVERTE-DESPESA
                   WRITE ARQ-DESP
                       INVALID KEY
                           MOVE 99 TO WS-FSTATUS
                   NOT AT END
                       IF ARQD-TIPO EQUAL 03
                       AND ARQD-DAT-PAG EQUAL ZEROS
                       AND ARQD-DAT-CONC EQUAL ZEROS
                       AND ARQD-CONT-ID EQUAL WS-PCL-CONT-ID-REM
                       AND ARQD-DESC(1:10) EQUAL WS-PCL-BASE-REM
                       AND WS-PCL-QTD-REM < 99
                           ADD 1 TO WS-PCL-QTD-REM
                       MOVE ARQD-ID    TO WS-JRN-CHAVE
                       MOVE 'INICIO'   TO WS-JRN-FASE
                       PERFORM 9100-GRAVA-JORNAL
                       MOVE ARQD-CONT-ID TO WS-AJS-CONT-ID-ANT
                       MOVE ARQD-VAL   TO WS-AJS-VALOR-ANT
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE ARQ-DESP TO WS-AUD-ANTES
                               MOVE 'DESPESAS' TO WS-AUD-ARQUIVO
                               MOVE WS-JRN-CHAVE TO WS-AUD-CHAVE
                               PERFORM 9300-GRAVA-AUDITORIA
                               MOVE WS-AUD-CHAVE TO WS-RAT-DESP-ID
                               PERFORM 2046-REMOVE-RATEIO
                       END-DELETE
               END-READ
               ADD 1 TO WS-PCL-IDX
                  INTO WS-STATUSOP
           DISPLAY LB-OPERACAO.

      *----RATEIO DE UMA DESPESA ENTRE TIPOS E CENTROS DE CUSTO, POR---*
      *----VALOR OU POR PERCENTUAL; A ULTIMA LINHA FECHA O ARQD-VAL----*
       2040-RATEIO-DESPESA.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'RATEIO DE DESPESA' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-BUSCA-ID-D
           DISPLAY 'DIGITE O CODIGO DA DESPESA (ARQD-ID):'
           LINE 06 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-BUSCA-ID-D LINE 06 COL 42
           FOREGROUND-COLOR IS 04
           PERFORM 2002-BUSCA-DESPESA
           IF WS-CONT-OK EQUAL 'OK'
           AND ARQD-DAT-PAG NOT EQUAL ZEROS
               COMPUTE WS-VMF-ANOMES =
                   ARQD-ANO-PAG * 100 + ARQD-MES-PAG
               PERFORM 8400-VERIFICA-MES-FECHADO
               IF WS-VMF-BLOQ EQUAL 'SIM'
                   MOVE 'FE' TO WS-CONT-OK
               END-IF
           END-IF
           EVALUATE TRUE
           WHEN WS-CONT-OK EQUAL 'FE'
               MOVE 'MES FECHADO - RATEIO NAO PERMITIDO!'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN WS-CONT-OK NOT EQUAL 'OK'
               MOVE 'DESPESA NAO ENCONTRADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN ARQD-VAL EQUAL ZEROS
               MOVE 'DESPESA SEM VALOR A RATEAR!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN OTHER
               MOVE ARQD-ID   TO WS-RAT-DESP-ID
               MOVE ARQD-VAL  TO WS-RAT-DESP-VAL
               MOVE ARQD-VAL-BRL TO WS-RAT-DESP-BRL
               MOVE ARQD-TIPO TO WS-RAT-DESP-TIPO
               PERFORM 2041-MOSTRA-RATEIO
               DISPLAY '[01]POR VALOR [02]POR PERCENTUAL '-
               '[03]DESFAZER RATEIO [99]VOLTAR'
               LINE 22 COL 03 FOREGROUND-COLOR IS 05
               MOVE ZEROS TO WS-RAT-MODO
               ACCEPT WS-RAT-MODO LINE 22 COL 67
               FOREGROUND-COLOR IS 04
               EVALUATE WS-RAT-MODO
               WHEN 01
               WHEN 02
                   PERFORM 2042-DIGITA-RATEIO
               WHEN 03
                   PERFORM 2044-DESFAZ-RATEIO
               WHEN OTHER
                   MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-EVALUATE
           END-EVALUATE.

      *----MOSTRA A DESPESA LIDA E O SEU RATEIO ATUAL------------------*
       2041-MOSTRA-RATEIO.
           DISPLAY 'DESCRICAO: ' LINE 08 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY ARQD-DESC LINE 08 COL 15
           FOREGROUND-COLOR IS 04
           DISPLAY 'VALOR....: ' LINE 09 COL 03
           FOREGROUND-COLOR IS 03
           MOVE WS-RAT-DESP-VAL TO WS-ED-VALOR
           DISPLAY WS-ED-VALOR LINE 09 COL 15
           FOREGROUND-COLOR IS 04
           DISPLAY 'TIPO.....: ' LINE 10 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY WS-RAT-DESP-TIPO LINE 10 COL 15
           FOREGROUND-COLOR IS 04
           PERFORM 2045-APURA-RATEIO-DESPESA
           IF WS-RAT-TEM EQUAL 'SIM'
               DISPLAY 'RATEIO ATUAL: TP  C.CUSTO             VALOR'-
               '  PERC.'
               LINE 11 COL 03 FOREGROUND-COLOR IS 03
               MOVE 12 TO WS-RAT-LINHA
               MOVE 1 TO WS-RAT-IDX
               PERFORM UNTIL WS-RAT-IDX > WS-RAT-QTD
                   DISPLAY WS-RAT-L-TIPO(WS-RAT-IDX)
                   LINE WS-RAT-LINHA COL 17 FOREGROUND-COLOR IS 04
                   DISPLAY WS-RAT-L-CCUSTO(WS-RAT-IDX)
                   LINE WS-RAT-LINHA COL 21 FOREGROUND-COLOR IS 04
                   MOVE WS-RAT-L-VAL(WS-RAT-IDX) TO WS-ED-VALOR
                   DISPLAY WS-ED-VALOR
                   LINE WS-RAT-LINHA COL 33 FOREGROUND-COLOR IS 04
                   MOVE WS-RAT-L-PERC(WS-RAT-IDX) TO WS-RAT-ED-PERC
                   DISPLAY WS-RAT-ED-PERC
                   LINE WS-RAT-LINHA COL 48 FOREGROUND-COLOR IS 04
                   ADD 1 TO WS-RAT-LINHA
                   ADD 1 TO WS-RAT-IDX
               END-PERFORM
           ELSE
               DISPLAY 'DESPESA SEM RATEIO (TIPO UNICO ACIMA)'
               LINE 12 COL 03 FOREGROUND-COLOR IS 03
           END-IF.

      *----DIGITACAO DAS LINHAS DO RATEIO (WS-RAT-MODO 01=VALOR,-------*
      *----02=PERCENTUAL) E GRAVACAO APOS A CONFIRMACAO----------------*
       2042-DIGITA-RATEIO.
           MOVE SPACES TO WS-STATUSOP
           DISPLAY LB-CABECALHO
           DISPLAY 'DESPESA..: ' LINE 05 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY WS-RAT-DESP-ID LINE 05 COL 15
           FOREGROUND-COLOR IS 04
           DISPLAY ARQD-DESC LINE 05 COL 21
           FOREGROUND-COLOR IS 04
           DISPLAY 'VALOR....: ' LINE 06 COL 03
           FOREGROUND-COLOR IS 03
           MOVE WS-RAT-DESP-VAL TO WS-ED-VALOR
           DISPLAY WS-ED-VALOR LINE 06 COL 15
           FOREGROUND-COLOR IS 04
           MOVE 'D' TO WS-VT-NAT
           PERFORM 8160-MONTA-LISTA-TIPOS
           DISPLAY WS-VT-LISTA LINE 07 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY 'QUANTIDADE DE LINHAS (1 A 10):'
           LINE 08 COL 03 FOREGROUND-COLOR IS 05
           MOVE 'NAO' TO WS-RAT-ENT-OK
           PERFORM UNTIL WS-RAT-ENT-OK EQUAL 'SIM'
               MOVE ZEROS TO WS-RAT-QTD-ENT
               ACCEPT WS-RAT-QTD-ENT LINE 08 COL 34
               FOREGROUND-COLOR IS 04
               COMPUTE WS-RAT-MINIMO = WS-RAT-QTD-ENT * 0,01
               IF WS-RAT-QTD-ENT < 1 OR WS-RAT-QTD-ENT > 10
               OR WS-RAT-MINIMO > WS-RAT-DESP-VAL
                   MOVE 'INFORME DE 1 A 10 LINHAS!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE 'SIM' TO WS-RAT-ENT-OK
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           IF WS-RAT-MODO EQUAL 01
               DISPLAY 'LN TP  C.CUSTO     VALOR       VALOR DA LINHA'
               LINE 10 COL 03 FOREGROUND-COLOR IS 03
           ELSE
               DISPLAY 'LN TP  C.CUSTO     PERC.(%)    VALOR DA LINHA'
               LINE 10 COL 03 FOREGROUND-COLOR IS 03
           END-IF
           MOVE WS-RAT-DESP-VAL TO WS-RAT-RESTA
           MOVE 100 TO WS-RAT-RESTA-PERC
           MOVE 11 TO WS-RAT-LINHA
           MOVE 1 TO WS-RAT-IDX
           PERFORM UNTIL WS-RAT-IDX > WS-RAT-QTD-ENT
               PERFORM 2043-DIGITA-LINHA-RATEIO
               ADD 1 TO WS-RAT-LINHA
               ADD 1 TO WS-RAT-IDX
           END-PERFORM
           MOVE WS-RAT-QTD-ENT TO WS-RAT-QTD

           DISPLAY 'CONFIRMA O RATEIO? [01]SIM [02]NAO'
           LINE 22 COL 03 FOREGROUND-COLOR IS 05
           MOVE ZERO TO WS-OPCAO
           ACCEPT WS-OPCAO LINE 22 COL 40
           FOREGROUND-COLOR IS 04
           IF WS-OPCAO EQUAL 01
               PERFORM 2047-GRAVA-RATEIO
           ELSE
               MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           END-IF
           MOVE ZERO TO WS-OPCAO.

      *---DIGITA A LINHA WS-RAT-IDX DO RATEIO: TIPO, CENTRO DE CUSTO E-*
      *----VALOR/PERCENTUAL, DEIXANDO AO MENOS 0,01 PARA CADA LINHA----*
      *----SEGUINTE; A ULTIMA LINHA RECEBE O RESTANTE------------------*
       2043-DIGITA-LINHA-RATEIO.
           DISPLAY WS-RAT-IDX LINE WS-RAT-LINHA COL 03
           FOREGROUND-COLOR IS 04
           MOVE 'NAO' TO WS-VT-ACHOU
           PERFORM UNTIL WS-VT-ACHOU EQUAL 'SIM'
               MOVE ZEROS TO WS-RAT-ENT-TIPO
               ACCEPT WS-RAT-ENT-TIPO LINE WS-RAT-LINHA COL 06
               FOREGROUND-COLOR IS 04
               MOVE 'D' TO WS-VT-NAT
               MOVE WS-RAT-ENT-TIPO TO WS-VT-TIPO
               PERFORM 8150-VALIDA-TIPO-MOVIMENTO
               IF WS-VT-ACHOU NOT EQUAL 'SIM'
                   MOVE 'TIPO DE DESPESA NAO CADASTRADO!'
                   TO WS-STATUSOP
               ELSE
                   MOVE SPACES TO WS-STATUSOP
               END-IF
               DISPLAY LB-OPERACAO
           END-PERFORM
           MOVE SPACES TO WS-RAT-ENT-CCUSTO
           ACCEPT WS-RAT-ENT-CCUSTO LINE WS-RAT-LINHA COL 10
           FOREGROUND-COLOR IS 04

           IF WS-RAT-IDX EQUAL WS-RAT-QTD-ENT
               MOVE WS-RAT-RESTA TO WS-RAT-ENT-VAL
               IF WS-RAT-MODO EQUAL 01
                   COMPUTE WS-RAT-ENT-PERC ROUNDED =
                       WS-RAT-ENT-VAL * 100 / WS-RAT-DESP-VAL
                   MOVE WS-RAT-ENT-VAL TO WS-ED-VALOR
                   DISPLAY WS-ED-VALOR LINE WS-RAT-LINHA COL 22
                   FOREGROUND-COLOR IS 03
               ELSE
                   MOVE WS-RAT-RESTA-PERC TO WS-RAT-ENT-PERC
                   MOVE WS-RAT-ENT-PERC TO WS-RAT-ED-PERC
                   DISPLAY WS-RAT-ED-PERC LINE WS-RAT-LINHA COL 22
                   FOREGROUND-COLOR IS 03
               END-IF
           ELSE
               COMPUTE WS-RAT-MINIMO =
                   (WS-RAT-QTD-ENT - WS-RAT-IDX) * 0,01
               MOVE 'NAO' TO WS-RAT-ENT-OK
               PERFORM UNTIL WS-RAT-ENT-OK EQUAL 'SIM'
                   IF WS-RAT-MODO EQUAL 01
                       MOVE ZEROS TO WS-RAT-ENT-VAL
                       ACCEPT WS-RAT-ENT-VAL LINE WS-RAT-LINHA COL 22
                       FOREGROUND-COLOR IS 04
                       COMPUTE WS-RAT-ENT-PERC ROUNDED =
                           WS-RAT-ENT-VAL * 100 / WS-RAT-DESP-VAL
                   ELSE
                       MOVE ZEROS TO WS-RAT-ENT-PERC
                       ACCEPT WS-RAT-ENT-PERC LINE WS-RAT-LINHA COL 22
                       FOREGROUND-COLOR IS 04
                       COMPUTE WS-RAT-ENT-VAL ROUNDED =
                           WS-RAT-DESP-VAL * WS-RAT-ENT-PERC / 100
                   END-IF
                   IF WS-RAT-ENT-VAL > ZEROS
                   AND WS-RAT-ENT-VAL + WS-RAT-MINIMO <= WS-RAT-RESTA
                   AND (WS-RAT-MODO EQUAL 01
                   OR WS-RAT-ENT-PERC < WS-RAT-RESTA-PERC)
                       MOVE 'SIM' TO WS-RAT-ENT-OK
                       MOVE SPACES TO WS-STATUSOP
                   ELSE
                       MOVE 'VALOR/PERCENTUAL FORA DO RESTANTE!'
                       TO WS-STATUSOP
                   END-IF
                   DISPLAY LB-OPERACAO
               END-PERFORM
           END-IF

           MOVE WS-RAT-ENT-TIPO   TO WS-RAT-L-TIPO(WS-RAT-IDX)
           MOVE WS-RAT-ENT-CCUSTO TO WS-RAT-L-CCUSTO(WS-RAT-IDX)
           MOVE WS-RAT-ENT-VAL    TO WS-RAT-L-VAL(WS-RAT-IDX)
           MOVE WS-RAT-ENT-PERC   TO WS-RAT-L-PERC(WS-RAT-IDX)
           SUBTRACT WS-RAT-ENT-VAL FROM WS-RAT-RESTA
           IF WS-RAT-MODO EQUAL 02
               SUBTRACT WS-RAT-ENT-PERC FROM WS-RAT-RESTA-PERC
           END-IF
           MOVE WS-RAT-ENT-VAL TO WS-ED-VALOR
           DISPLAY WS-ED-VALOR LINE WS-RAT-LINHA COL 34
           FOREGROUND-COLOR IS 04
           DISPLAY 'RESTANTE.: ' LINE 21 COL 03
           FOREGROUND-COLOR IS 03
           MOVE WS-RAT-RESTA TO WS-ED-VALOR
           DISPLAY WS-ED-VALOR LINE 21 COL 15
           FOREGROUND-COLOR IS 04.

      *----DESFAZ O RATEIO: A DESPESA VOLTA A TER APENAS O SEU TIPO----*
       2044-DESFAZ-RATEIO.
           PERFORM 2046-REMOVE-RATEIO
           IF WS-RAT-QTD-REM EQUAL ZEROS
               MOVE 'DESPESA NAO POSSUI RATEIO!' TO WS-STATUSOP
           ELSE
               MOVE SPACES TO WS-AUD-ANTES
               STRING 'LINHAS DE RATEIO: ' DELIMITED BY SIZE
                      WS-RAT-QTD-REM       DELIMITED BY SIZE
                      INTO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
               MOVE '*REMOVIDO*' TO WS-AUD-DEPOIS
               MOVE 'REMOCAO'  TO WS-AUD-OPERACAO
               MOVE 'RATEIO'   TO WS-AUD-ARQUIVO
               MOVE WS-RAT-DESP-ID TO WS-AUD-CHAVE
               PERFORM 9300-GRAVA-AUDITORIA
               MOVE 'RATEIO DESFEITO COM SUCESSO!' TO WS-STATUSOP
           END-IF
           DISPLAY LB-OPERACAO.

      *---APURA AS LINHAS DO RATEIO DA DESPESA WS-RAT-DESP-ID: DEVOLVE-*
      *---WS-RAT-QTD LINHAS EM WS-RAT-LIN. SEM RATEIO (OU SE AS LINHAS-*
      *---NAO FECHAM COM WS-RAT-DESP-VAL) DEVOLVE UMA LINHA SO, COM O--*
      *----TIPO WS-RAT-DESP-TIPO, SEM CENTRO DE CUSTO E O VALOR TODO---*
      *----WS-RAT-L-BRL: A LINHA EM R$, PROPORCIONAL A WS-RAT-DESP-BRL-*
       2045-APURA-RATEIO-DESPESA.
           MOVE ZEROS TO WS-RAT-QTD
           MOVE ZEROS TO WS-RAT-SOMA
           MOVE WS-RAT-DESP-ID TO ARQT-DESP-ID
           MOVE ZEROS TO ARQT-SEQ
           MOVE 'NAO' TO WS-RAT-FIM
           START ARQ-RATEIO KEY IS NOT LESS THAN ARQT-CHAVE
               INVALID KEY
                   MOVE 'SIM' TO WS-RAT-FIM
           END-START
           PERFORM UNTIL WS-RAT-FIM EQUAL 'SIM'
               READ ARQ-RATEIO NEXT RECORD
                   AT END
                       MOVE 'SIM' TO WS-RAT-FIM
                   NOT AT END
                       IF ARQT-DESP-ID NOT EQUAL WS-RAT-DESP-ID
                       OR WS-RAT-QTD EQUAL 10
                           MOVE 'SIM' TO WS-RAT-FIM
                       ELSE
                           ADD 1 TO WS-RAT-QTD
                           MOVE ARQT-TIPO
                           TO WS-RAT-L-TIPO(WS-RAT-QTD)
                           MOVE ARQT-CCUSTO
                           TO WS-RAT-L-CCUSTO(WS-RAT-QTD)
                           MOVE ARQT-VAL
                           TO WS-RAT-L-VAL(WS-RAT-QTD)
                           MOVE ARQT-PERC
                           TO WS-RAT-L-PERC(WS-RAT-QTD)
                           ADD ARQT-VAL TO WS-RAT-SOMA
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FSTATUS
           IF WS-RAT-QTD EQUAL ZEROS
           OR WS-RAT-SOMA NOT EQUAL WS-RAT-DESP-VAL
               MOVE 'NAO' TO WS-RAT-TEM
               MOVE 1 TO WS-RAT-QTD
               MOVE WS-RAT-DESP-TIPO TO WS-RAT-L-TIPO(1)
               MOVE SPACES           TO WS-RAT-L-CCUSTO(1)
               MOVE WS-RAT-DESP-VAL  TO WS-RAT-L-VAL(1)
               MOVE 100              TO WS-RAT-L-PERC(1)
           ELSE
               MOVE 'SIM' TO WS-RAT-TEM
           END-IF
           MOVE ZEROS TO WS-RAT-SOMA-BRL
           MOVE 1 TO WS-RAT-IDX
           PERFORM UNTIL WS-RAT-IDX > WS-RAT-QTD
               EVALUATE TRUE
               WHEN WS-RAT-DESP-BRL EQUAL WS-RAT-DESP-VAL
               OR WS-RAT-DESP-VAL EQUAL ZEROS
                   MOVE WS-RAT-L-VAL(WS-RAT-IDX)
                   TO WS-RAT-L-BRL(WS-RAT-IDX)
               WHEN WS-RAT-IDX EQUAL WS-RAT-QTD
                   COMPUTE WS-RAT-L-BRL(WS-RAT-IDX) =
                       WS-RAT-DESP-BRL - WS-RAT-SOMA-BRL
               WHEN OTHER
                   COMPUTE WS-RAT-L-BRL(WS-RAT-IDX) ROUNDED =
                       WS-RAT-L-VAL(WS-RAT-IDX) * WS-RAT-DESP-BRL
                       / WS-RAT-DESP-VAL
                   ADD WS-RAT-L-BRL(WS-RAT-IDX) TO WS-RAT-SOMA-BRL
               END-EVALUATE
               ADD 1 TO WS-RAT-IDX
           END-PERFORM.

      *----REMOVE TODAS AS LINHAS DE RATEIO DA DESPESA WS-RAT-DESP-ID--*
      *----DEVOLVE EM WS-RAT-QTD-REM QUANTAS FORAM REMOVIDAS-----------*
       2046-REMOVE-RATEIO.
           MOVE ZEROS TO WS-RAT-QTD-REM
           MOVE WS-RAT-DESP-ID TO ARQT-DESP-ID
           MOVE ZEROS TO ARQT-SEQ
           MOVE 'NAO' TO WS-RAT-FIM
           START ARQ-RATEIO KEY IS NOT LESS THAN ARQT-CHAVE
               INVALID KEY
                   MOVE 'SIM' TO WS-RAT-FIM
           END-START
           PERFORM UNTIL WS-RAT-FIM EQUAL 'SIM'
               READ ARQ-RATEIO NEXT RECORD
                   AT END
                       MOVE 'SIM' TO WS-RAT-FIM
                   NOT AT END
                       IF ARQT-DESP-ID NOT EQUAL WS-RAT-DESP-ID
                       OR WS-RAT-QTD-REM EQUAL 99
                           MOVE 'SIM' TO WS-RAT-FIM
                       ELSE
                           ADD 1 TO WS-RAT-QTD-REM
                           MOVE ARQT-SEQ
                           TO WS-RAT-SEQ-REM(WS-RAT-QTD-REM)
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FSTATUS

           MOVE 1 TO WS-RAT-IDX
           PERFORM UNTIL WS-RAT-IDX > WS-RAT-QTD-REM
               MOVE WS-RAT-DESP-ID TO ARQT-DESP-ID
               MOVE WS-RAT-SEQ-REM(WS-RAT-IDX) TO ARQT-SEQ
               MOVE 'REMOCAO'      TO WS-JRN-OPERACAO
               MOVE 'RATEIO'       TO WS-JRN-ARQUIVO
               MOVE WS-RAT-DESP-ID TO WS-JRN-CHAVE
               MOVE 'INICIO'       TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               DELETE ARQ-RATEIO
                   INVALID KEY
                       MOVE 'ERRO' TO WS-JRN-FASE
                       PERFORM 9100-GRAVA-JORNAL
                   NOT INVALID KEY
                       MOVE 'FIM'  TO WS-JRN-FASE
                       PERFORM 9100-GRAVA-JORNAL
               END-DELETE
               ADD 1 TO WS-RAT-IDX
           END-PERFORM
           MOVE ZEROS TO WS-FSTATUS.

      *----GRAVA AS WS-RAT-QTD LINHAS DIGITADAS NO LUGAR DO RATEIO-----*
      *----ANTERIOR DA DESPESA WS-RAT-DESP-ID--------------------------*
       2047-GRAVA-RATEIO.
           PERFORM 2046-REMOVE-RATEIO
           MOVE ZEROS TO WS-RAT-GRAVOU
           MOVE 1 TO WS-RAT-IDX
           PERFORM UNTIL WS-RAT-IDX > WS-RAT-QTD
               MOVE WS-RAT-DESP-ID TO TT-DESP-ID
               MOVE WS-RAT-IDX     TO TT-SEQ
               MOVE WS-RAT-L-TIPO(WS-RAT-IDX)   TO TT-TIPO
               MOVE WS-RAT-L-CCUSTO(WS-RAT-IDX) TO TT-CCUSTO
               MOVE WS-RAT-L-VAL(WS-RAT-IDX)    TO TT-VAL
               MOVE WS-RAT-L-PERC(WS-RAT-IDX)   TO TT-PERC
               MOVE TAB-RATEIO TO ARQ-RAT-REG
               MOVE 'CADASTRO'     TO WS-JRN-OPERACAO
               MOVE 'RATEIO'       TO WS-JRN-ARQUIVO
               MOVE WS-RAT-DESP-ID TO WS-JRN-CHAVE
               MOVE 'INICIO'       TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               WRITE ARQ-RAT-REG
                   INVALID KEY
                       MOVE 'ERRO' TO WS-JRN-FASE
                       PERFORM 9100-GRAVA-JORNAL
                   NOT INVALID KEY
                       MOVE 'FIM'  TO WS-JRN-FASE
                       PERFORM 9100-GRAVA-JORNAL
                       ADD 1 TO WS-RAT-GRAVOU
               END-WRITE
               ADD 1 TO WS-RAT-IDX
           END-PERFORM
           MOVE ZEROS TO WS-FSTATUS

           MOVE SPACES TO WS-AUD-ANTES
           STRING 'LINHAS DE RATEIO: ' DELIMITED BY SIZE
                  WS-RAT-QTD-REM       DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING 'LINHAS DE RATEIO: ' DELIMITED BY SIZE
                  WS-RAT-GRAVOU        DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           MOVE 'RATEIO'   TO WS-AUD-OPERACAO
           MOVE 'RATEIO'   TO WS-AUD-ARQUIVO
           MOVE WS-RAT-DESP-ID TO WS-AUD-CHAVE
           PERFORM 9300-GRAVA-AUDITORIA
           IF WS-RAT-GRAVOU EQUAL WS-RAT-QTD
               MOVE 'RATEIO GRAVADO COM SUCESSO!' TO WS-STATUSOP
           ELSE
               MOVE 'ERRO AO GRAVAR O RATEIO!' TO WS-STATUSOP
           END-IF
           DISPLAY LB-OPERACAO.

      *---------------------AREA RESERVADA PARA CONTAS-----------------*
       3001-MENU-CONTAS.
      *     MOVE SPACES TO WS-STATUSOP
      *     MOVE SPACES TO WS-PAG
      *     MOVE 'PAGINA DE CONTAS' TO WS-PAG
      *     PERFORM 0000-ZERA-FLAGS
      *     PERFORM 1000-ZERA-VARIAVEL
           DISPLAY LB-CABECALHO
           DISPLAY LB-CONTAS
           PERFORM UNTIL WS-OPCAO = 99
               MOVE ZEROS TO WS-OPCAO
               ACCEPT LB-OPCAO-CONTA
               EVALUATE WS-OPCAO
               WHEN 01
                   PERFORM 3002-CADASTRO-CONTAS
               WHEN 02
                   PERFORM 3003-EDITAR-CONTAS
               WHEN 03
                   PERFORM 3004-REMOVER-CONTAS
               WHEN 04
                   PERFORM 3005-LISTAR-CONTAS
               WHEN 05
                   PERFORM 3006-TRANSFERIR-SALDO
               WHEN 06
                   PERFORM 3007-LISTAR-SALDO-TOTAL
               WHEN 07
                   PERFORM 3008-CONCILIAR-SALDOS
               WHEN 08
                   PERFORM 3009-EXTRATO-CONTA
               WHEN 09
                   PERFORM 3100-MENU-CARTAO
               WHEN 10
                   PERFORM 3030-CONCILIACAO-EXTRATO
               WHEN 99
                   PERFORM 0000-INICIALIZACAO
               WHEN OTHER
                   DISPLAY '                                 '
                   LINE 17 COL 14
                   MOVE 'OPCAO INVALIDA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
           END-PERFORM.

      *----CADASTRAMENTO DE CONTAS---------------------------------------*
       3002-CADASTRO-CONTAS.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'CADASTRAR CONTA' TO WS-PAG
           MOVE ZEROS TO WS-OPCAO
           PERFORM 3012-PROXIMO-ID-CONTA
           PERFORM UNTIL WS-FIM-LOOP = 'OK'
               PERFORM 0000-ZERA-FLAGS
               PERFORM 1000-ZERA-VARIAVEL
               MOVE WS-CONT-01-C TO WSR-CONTAID
               MOVE 'BRL' TO WSR-CONTAMOEDA
               MOVE 1     TO WSR-CONTACOTAC
               DISPLAY LB-CABECALHO
               DISPLAY LB-CADASTRO-CONTAS
               DISPLAY LB-OPERACAO
               ACCEPT LB-CONTA-NOME

               PERFORM UNTIL WS-ABC-OK = 'OK'
                   ACCEPT LB-CONTA-ABC
                   PERFORM 3010-VALIDA-BANCO-CONTA
                   IF WS-ABC-OK NOT EQUAL 'OK'
                       MOVE 'CODIGO DE BANCO INVALIDO!'
                       TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   ELSE
                       MOVE SPACES TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   END-IF
               END-PERFORM

               PERFORM UNTIL WS-CONT-OK = 'OK'
                       MOVE 'NO' TO WS-VAL-OK
               END-PERFORM

               PERFORM 3011-DIGITA-MOEDA-CONTA

               PERFORM UNTIL WS-SALVA = 'OK' OR 'NO'
                   MOVE 0 TO WS-OPCAO
                   DISPLAY '**SALVAR CONTA? ' LINE 14 COL 03
                       MOVE WSR-CONTATIPO   TO CONT-TIPO
                       MOVE WSR-IDCONTABANCO  TO CONT-ABC-ID
                       MOVE WSR-NMECONTABANCO TO CONTA-NMBANC
                       MOVE WSR-CONTAMOEDA    TO CONT-MOEDA
                       COMPUTE CONT-SALD-INI-BRL ROUNDED =
                           WSR-CONTASALDO * WSR-CONTACOTAC
                       MOVE 'CADASTRO' TO WS-JRN-OPERACAO
                       MOVE 'CONTAS'   TO WS-JRN-ARQUIVO
                       MOVE CONT-ID    TO WS-JRN-CHAVE
                          ADD 1 TO WS-CONT-01-C
                          MOVE 'FIM'  TO WS-JRN-FASE
                          PERFORM 9100-GRAVA-JORNAL
                          MOVE CONT-MOEDA TO WS-CB-MOEDA-CTA(CONT-ID)
                          PERFORM 3018-GUARDA-COTACAO-CONTA
                          IF CONT-TIPO EQUAL 04
                              PERFORM 3020-CADASTRA-DADOS-CARTAO
                          END-IF
               MOVE CONT-TIPO         TO WSR-CONTATIPO
               MOVE CONT-ABC-ID       TO WSR-IDCONTABANCO
               MOVE CONTA-NMBANC      TO WSR-NMECONTABANCO
               MOVE CONT-MOEDA        TO WSR-CONTAMOEDA
               IF WSR-CONTAMOEDA EQUAL SPACES
                   MOVE 'BRL' TO WSR-CONTAMOEDA
               END-IF
               MOVE WSR-CONTAMOEDA    TO WS-ASI-MOEDA-ANT
               MOVE 1                 TO WSR-CONTACOTAC
               MOVE SPACES TO WS-STATUSOP
               DISPLAY LB-CABECALHO
               DISPLAY LB-CADASTRO-CONTAS
                       MOVE 'NO' TO WS-VAL-OK
               END-PERFORM

               PERFORM 3011-DIGITA-MOEDA-CONTA

               COMPUTE WS-ASI-DELTA =
                   WSR-CONTASALDO - WS-ASI-SALDO-ANT
               MOVE WS-BUSCA-ID-C     TO CONT-ID
               MOVE WSR-CONTASALDO    TO CONT-SALD
               COMPUTE CONT-SALD-INI = CONT-SALD-INI + WS-ASI-DELTA
               IF WSR-CONTAMOEDA EQUAL WS-ASI-MOEDA-ANT
                   COMPUTE CONT-SALD-INI-BRL ROUNDED =
                       CONT-SALD-INI-BRL
                       + WS-ASI-DELTA * WSR-CONTACOTAC
               ELSE
                   COMPUTE CONT-SALD-INI-BRL ROUNDED =
                       CONT-SALD-INI * WSR-CONTACOTAC
               END-IF
               MOVE WSR-CONTAMOEDA    TO CONT-MOEDA
               MOVE WSR-CONTATIPO     TO CONT-TIPO
               MOVE WSR-IDCONTABANCO  TO CONT-ABC-ID
               MOVE WSR-NMECONTABANCO TO CONTA-NMBANC
                       MOVE 'CONTAS'    TO WS-AUD-ARQUIVO
                       MOVE CONT-ID     TO WS-AUD-CHAVE
                       PERFORM 9300-GRAVA-AUDITORIA
                       MOVE CONT-MOEDA TO WS-CB-MOEDA-CTA(CONT-ID)
                       PERFORM 3018-GUARDA-COTACAO-CONTA
      *----TROCOU A MOEDA: REAVALIA EM R$ OS MOVIMENTOS DA CONTA-------*
                       IF WSR-CONTAMOEDA NOT EQUAL WS-ASI-MOEDA-ANT
                           MOVE CONT-ID TO WS-CMB-FILTRO-ID
                           MOVE 'NAO'   TO WS-CB-AVISA
                           PERFORM 5412-RECALCULA-RECEITAS
                           PERFORM 5413-RECALCULA-DESPESAS
                           MOVE 'SIM'   TO WS-CB-AVISA
                           MOVE ZEROS   TO WS-CMB-FILTRO-ID
                       END-IF
                       IF CONT-TIPO EQUAL 04
                           PERFORM 3020-CADASTRA-DADOS-CARTAO
                       END-IF
                           MOVE CONT-ID   TO WS-TRF-ID-ORI
                           MOVE CONT-SALD TO WS-TRF-SALDO-ORI
                           MOVE CONT-TIPO TO WS-TRF-TIPO-ORI
                           MOVE CONT-MOEDA TO WS-TRF-MOEDA-ORI
                           MOVE 'SIM' TO WS-TRF-ACHOU-ORI
                       END-IF
                       IF CONT-ABC-ID = WS-TRF-BANCO-DST
                       AND CONTA-NMBANC = WS-TRF-NOME-DST
                           MOVE CONT-ID   TO WS-TRF-ID-DST
                           MOVE CONT-SALD TO WS-TRF-SALDO-DST
                           MOVE CONT-MOEDA TO WS-TRF-MOEDA-DST
                           MOVE 'SIM' TO WS-TRF-ACHOU-DST
                       END-IF
               END-READ
                       DISPLAY LB-OPERACAO
                   ELSE
                       MOVE 'NAO' TO WS-TRF-FALHOU
                       PERFORM 3017-VALOR-DESTINO-TRANSF
                       PERFORM 5530-META-DA-TRANSFERENCIA
                       MOVE 'TRANSFER'  TO WS-JRN-OPERACAO
                       MOVE 'CONTAS'    TO WS-JRN-ARQUIVO
                       MOVE WS-TRF-ID-ORI TO WS-JRN-CHAVE
                           COMPUTE CONT-SALD = CONT-SALD - WS-TRF-VALOR
                           COMPUTE CONT-SALD-INI =
                               CONT-SALD-INI - WS-TRF-VALOR
                           COMPUTE CONT-SALD-INI-BRL =
                               CONT-SALD-INI-BRL - WS-TRF-VAL-BRL
                           REWRITE CONT-SLV
                               INVALID KEY
                                   MOVE 99 TO WS-FSTATUS
                           END-READ
                           IF WS-FSTATUS EQUAL ZEROS
                               COMPUTE CONT-SALD =
                                   CONT-SALD + WS-TRF-VALOR-DST
                               COMPUTE CONT-SALD-INI =
                                   CONT-SALD-INI + WS-TRF-VALOR-DST
                               COMPUTE CONT-SALD-INI-BRL =
                                   CONT-SALD-INI-BRL + WS-TRF-VAL-BRL
                               REWRITE CONT-SLV
                                   INVALID KEY
                                       MOVE 99 TO WS-FSTATUS
                                   CONT-SALD + WS-TRF-VALOR
                               COMPUTE CONT-SALD-INI =
                                   CONT-SALD-INI + WS-TRF-VALOR
                               COMPUTE CONT-SALD-INI-BRL =
                                   CONT-SALD-INI-BRL + WS-TRF-VAL-BRL
                               MOVE 'TRANSF-RB' TO WS-JRN-OPERACAO
                               MOVE 'CONTAS'          TO WS-JRN-ARQUIVO
                               MOVE WS-TRF-ID-ORI      TO WS-JRN-CHAVE
                           END-IF
                       END-IF

                       IF WS-TRF-FALHOU NOT EQUAL 'SIM'
                       AND WS-TRF-META NOT EQUAL ZEROS
                           PERFORM 5531-CREDITA-TRANSF-META
                       END-IF

                       IF WS-TRF-FALHOU EQUAL 'SIM'
                           MOVE 'NAO FOI POSSIVEL CONCLUIR A'-
                           ' TRANSFERENCIA!' TO WS-STATUSOP
                           DISPLAY LB-OPERACAO
                           DISPLAY LB-FILE-ST
                       ELSE
                           IF WS-TRF-META-OK EQUAL 'ERR'
                               MOVE 'TRANSFERIDO; META NAO ATUALIZADA!'
                               TO WS-STATUSOP
                           ELSE
                               MOVE 'TRANSFERENCIA REALIZADA COM'-
                               ' SUCESSO!' TO WS-STATUSOP
                           END-IF
                           DISPLAY LB-OPERACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----VALOR QUE ENTRA NA CONTA DE DESTINO (NA MOEDA DELA) E O-----*
      *----EQUIVALENTE EM R$ DA TRANSFERENCIA (WS-TRF-VAL-BRL)---------*
       3017-VALOR-DESTINO-TRANSF.
           IF WS-TRF-MOEDA-ORI EQUAL SPACES
               MOVE 'BRL' TO WS-TRF-MOEDA-ORI
           END-IF
           IF WS-TRF-MOEDA-DST EQUAL SPACES
               MOVE 'BRL' TO WS-TRF-MOEDA-DST
           END-IF
           IF WS-TRF-MOEDA-ORI EQUAL WS-TRF-MOEDA-DST
               MOVE WS-TRF-VALOR TO WS-TRF-VALOR-DST
           ELSE
               DISPLAY WS-TRF-MOEDA-ORI LINE 13 COL 36
               FOREGROUND-COLOR IS 03
               DISPLAY 'VALOR NO DESTINO..: ' LINE 14 COL 03
               FOREGROUND-COLOR IS 04
               DISPLAY WS-TRF-MOEDA-DST LINE 14 COL 36
               FOREGROUND-COLOR IS 03
               MOVE ZEROS TO WS-TRF-VALOR-DST
               PERFORM UNTIL WS-TRF-VALOR-DST > 0
                   ACCEPT WS-TRF-VALOR-DST LINE 14 COL 24
                   FOREGROUND-COLOR IS 03
                   IF WS-TRF-VALOR-DST = ZEROS
                       MOVE 'VALOR DEVE SER MAIOR QUE "0"'
                       TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   ELSE
                       MOVE SPACES TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
           WHEN WS-TRF-MOEDA-ORI EQUAL 'BRL'
               MOVE WS-TRF-VALOR TO WS-TRF-VAL-BRL
           WHEN WS-TRF-MOEDA-DST EQUAL 'BRL'
               MOVE WS-TRF-VALOR-DST TO WS-TRF-VAL-BRL
           WHEN OTHER
               ACCEPT WS-CB-HOJE FROM DATE YYYYMMDD
               MOVE WS-TRF-MOEDA-ORI TO WS-CB-MOEDA
               MOVE WS-CB-HOJE       TO WS-CB-DATA
               PERFORM 8180-BUSCA-COTACAO
               COMPUTE WS-TRF-VAL-BRL ROUNDED =
                   WS-TRF-VALOR * WS-CB-TAXA
           END-EVALUATE.

      *----LISTAGEM DO SALDO TOTAL POR TIPO DE CONTA-----------------------*
       3007-LISTAR-SALDO-TOTAL.
           MOVE SPACES TO WS-STATUSOP
           MOVE ZEROS TO WSC-TIPO-TOTAL(2)
           MOVE ZEROS TO WSC-TIPO-TOTAL(3)
           MOVE ZEROS TO WSC-TIPO-TOTAL(4)
           MOVE ZEROS TO WSC-QTD-ESTR
           MOVE ZEROS TO WSC-QTD-SEM-COT
           ACCEPT WS-CB-HOJE FROM DATE YYYYMMDD

           MOVE ZEROS TO CONT-ID
           MOVE ZERO TO WS-EOF
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CONT-TIPO = 01 OR 02 OR 03 OR 04
                           PERFORM 3019-SALDO-CONTA-EM-REAIS
                           ADD WSC-SALDO-BRL
                           TO WSC-TIPO-TOTAL(CONT-TIPO)
                           ADD WSC-SALDO-BRL TO WSC-TIPO-TOTAL-GERAL
                       END-IF
               END-READ
           END-PERFORM
           MOVE WSC-TIPO-TOTAL-GERAL TO WS-ED-SALDO-G
           DISPLAY WS-ED-SALDO-G LINE 12 COL 23
           FOREGROUND-COLOR IS 05
           IF WSC-QTD-ESTR > ZEROS
               DISPLAY 'CONTAS EM MOEDA ESTRANGEIRA (COTACAO'-
               ' DO DIA):' LINE 14 COL 03 FOREGROUND-COLOR IS 04
               DISPLAY WSC-QTD-ESTR LINE 14 COL 50
               FOREGROUND-COLOR IS 03
               IF WSC-QTD-SEM-COT > ZEROS
                   DISPLAY 'SEM COTACAO CADASTRADA (SOMADAS COMO'-
                   ' ZERO):' LINE 15 COL 03 FOREGROUND-COLOR IS 04
                   DISPLAY WSC-QTD-SEM-COT LINE 15 COL 50
                   FOREGROUND-COLOR IS 03
               END-IF
           END-IF
           MOVE SPACES TO WS-STATUSOP
           DISPLAY LB-OPERACAO.

                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQR-CONT-ID EQUAL CONT-ID
                           IF WS-EXT-QTD < 200
                               ADD 1 TO WS-EXT-QTD
                               COMPUTE WS-EXT-DATA(WS-EXT-QTD) =
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQD-CONT-ID EQUAL CONT-ID
                           IF WS-EXT-QTD < 200
                               ADD 1 TO WS-EXT-QTD
                               IF ARQD-DAT-PAG EQUAL ZEROS
               ADD 1 TO WS-EXT-LINHA
           END-IF.

      *----CONCILIACAO ITEM A ITEM DA CONTA COM O EXTRATO DO BANCO------*
      *----(ExtBan.txt): MARCA OS MOVIMENTOS CONFERIDOS COM A DATA DO---*
      *----EXTRATO E EMITE NO Relat.txt OS CONFERIDOS, OS LANCAMENTOS---*
      *----SEM CORRESPONDENCIA NO BANCO E AS LINHAS SEM LANCAMENTO------*
       3030-CONCILIACAO-EXTRATO.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'CONCILIAR COM EXTRATO' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-BUSCA-ID-C
           DISPLAY 'DIGITE O CODIGO DA CONTA (CONT-ID):'
           LINE 06 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-BUSCA-ID-C LINE 06 COL 40
           FOREGROUND-COLOR IS 04
           PERFORM 3003-BUSCA-CONTA
           IF WS-CONT-OK NOT EQUAL 'OK'
               MOVE 'CONTA NAO ENCONTRADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           ELSE
               MOVE CONTA-NMBANC TO WS-CNB-CONTA
               MOVE CONT-ID TO WS-CNB-CONT-ID
               DISPLAY 'CONTA: ' LINE 07 COL 03
               FOREGROUND-COLOR IS 05
               DISPLAY WS-CNB-CONTA LINE 07 COL 10
               FOREGROUND-COLOR IS 04
               MOVE 99 TO WS-CNB-TOLER
               DISPLAY 'TOLERANCIA DE DATA EM DIAS (00 A 10):'
               LINE 08 COL 03 FOREGROUND-COLOR IS 05
               PERFORM UNTIL WS-CNB-TOLER <= 10
                   ACCEPT WS-CNB-TOLER LINE 08 COL 41
                   FOREGROUND-COLOR IS 04
                   IF WS-CNB-TOLER > 10
                       MOVE 'TOLERANCIA MAXIMA DE 10 DIAS!'
                       TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   ELSE
                       MOVE SPACES TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   END-IF
               END-PERFORM
               PERFORM 3031-CARREGA-EXTRATO-BANCO
               IF WS-CNB-QTD EQUAL ZEROS
                   MOVE 'ExtBan.txt VAZIO OU INEXISTENTE!'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE 1 TO WS-CNB-IDX
                   PERFORM UNTIL WS-CNB-IDX > WS-CNB-QTD
                       PERFORM 3033-CASA-LINHA-EXTRATO
                       ADD 1 TO WS-CNB-IDX
                   END-PERFORM
                   PERFORM 3045-EMITE-CONCILIACAO
               END-IF
           END-IF.

      *----CARREGA NA WS-CNB-TAB AS LINHAS VALIDAS DO ExtBan.txt E------*
      *----GUARDA O PERIODO (PRIMEIRA E ULTIMA DATA) DO EXTRATO---------*
       3031-CARREGA-EXTRATO-BANCO.
           MOVE ZEROS TO WS-CNB-QTD
           MOVE ZEROS TO WS-CNB-QTD-INVAL
           MOVE 'NAO' TO WS-CNB-CHEIO
           MOVE 99999999 TO WS-CNB-DATA-INI
           MOVE ZEROS TO WS-CNB-DATA-FIM
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-EXT-BANCO
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-EXT-BANCO
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 3032-VALIDA-LINHA-EXTRATO
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-EXT-BANCO
               MOVE ZEROS TO WS-FSTATUS
           END-IF.

      *----VALIDA UMA LINHA DO EXTRATO E A GUARDA NA TABELA-------------*
       3032-VALIDA-LINHA-EXTRATO.
           MOVE EXTB-LINHA TO WS-EXB-REG
           MOVE 'OK' TO WS-IMP-OK
           IF WS-EXB-DATA NOT NUMERIC
           OR WS-EXB-VAL NOT NUMERIC
           OR (WS-EXB-NAT NOT = 'C' AND WS-EXB-NAT NOT = 'D')
               MOVE 'NO' TO WS-IMP-OK
           ELSE
               IF WS-EXB-VAL EQUAL ZEROS
                   MOVE 'NO' TO WS-IMP-OK
               ELSE
                   MOVE WS-EXB-DIA TO WS-IMP-DIA
                   MOVE WS-EXB-MES TO WS-IMP-MES
                   MOVE WS-EXB-ANO TO WS-IMP-ANO
                   PERFORM 8300-VALIDA-DATA-IMPORT
               END-IF
           END-IF
           EVALUATE TRUE
           WHEN EXTB-LINHA EQUAL SPACES
               CONTINUE
           WHEN WS-IMP-OK NOT EQUAL 'OK'
               ADD 1 TO WS-CNB-QTD-INVAL
           WHEN WS-CNB-QTD >= 300
               MOVE 'SIM' TO WS-CNB-CHEIO
           WHEN OTHER
               ADD 1 TO WS-CNB-QTD
               COMPUTE WS-CNB-L-DATA(WS-CNB-QTD) =
                   WS-EXB-ANO * 10000 + WS-EXB-MES * 100 + WS-EXB-DIA
               MOVE WS-EXB-NAT  TO WS-CNB-L-NAT(WS-CNB-QTD)
               MOVE WS-EXB-VAL  TO WS-CNB-L-VAL(WS-CNB-QTD)
               MOVE WS-EXB-HIST TO WS-CNB-L-HIST(WS-CNB-QTD)
               MOVE ZEROS TO WS-CNB-L-ID(WS-CNB-QTD)
               MOVE ZEROS TO WS-CNB-L-DATA-SIS(WS-CNB-QTD)
               IF WS-CNB-L-DATA(WS-CNB-QTD) < WS-CNB-DATA-INI
                   MOVE WS-CNB-L-DATA(WS-CNB-QTD) TO WS-CNB-DATA-INI
               END-IF
               IF WS-CNB-L-DATA(WS-CNB-QTD) > WS-CNB-DATA-FIM
                   MOVE WS-CNB-L-DATA(WS-CNB-QTD) TO WS-CNB-DATA-FIM
               END-IF
           END-EVALUATE.

      *----PROCURA O MOVIMENTO DA CONTA QUE CORRESPONDE A LINHA---------*
      *----WS-CNB-IDX DO EXTRATO (C=RECEITA, D=DESPESA)-----------------*
       3033-CASA-LINHA-EXTRATO.
           MOVE ZEROS TO WS-CNB-MELHOR-ID
           MOVE ZEROS TO WS-CNB-MELHOR-DATA
           MOVE 9999999 TO WS-CNB-MELHOR-DIF
           MOVE WS-CNB-L-DATA(WS-CNB-IDX) TO WS-CNB-DATA-MOV
           PERFORM 3036-DIA-BASE-CONCILIACAO
           MOVE WS-CNB-NUM-MOV TO WS-CNB-NUM-EXT
           IF WS-CNB-L-NAT(WS-CNB-IDX) EQUAL 'C'
               PERFORM 3034-PROCURA-RECEITA-EXTRATO
           ELSE
               PERFORM 3035-PROCURA-DESPESA-EXTRATO
           END-IF.

      *----RECEITA DA CONTA, DE MESMO VALOR, COM A DATA MAIS PROXIMA----*
      *----(RECEBIMENTO OU, SE NAO RECEBIDA, A ESPERADA)----------------*
       3034-PROCURA-RECEITA-EXTRATO.
           MOVE ZEROS TO ARQR-ID
           MOVE ZERO TO WS-EOF
           START ARQ-RECEITAS KEY IS NOT LESS THAN ARQR-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-RECEITAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQR-CONT-ID EQUAL WS-CNB-CONT-ID
                       AND ARQR-VAL EQUAL WS-CNB-L-VAL(WS-CNB-IDX)
                           IF ARQR-DAT-RECB NOT EQUAL ZEROS
                               COMPUTE WS-CNB-DATA-MOV =
                                   ARQR-ANO-RECB * 10000
                                   + ARQR-MES-RECB * 100
                                   + ARQR-DIA-RECB
                           ELSE
                               COMPUTE WS-CNB-DATA-MOV =
                                   ARQR-ANO-ESP * 10000
                                   + ARQR-MES-ESP * 100
                                   + ARQR-DIA-ESP
                           END-IF
                           COMPUTE WS-CNB-DATA-CNC =
                               ARQR-ANO-CONC * 10000
                               + ARQR-MES-CONC * 100
                               + ARQR-DIA-CONC
                           MOVE ARQR-ID TO WS-CNB-ID-TESTE
                           PERFORM 3038-AVALIA-CANDIDATO
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS

           IF WS-CNB-MELHOR-ID NOT EQUAL ZEROS
               MOVE WS-CNB-MELHOR-ID TO WS-CNB-L-ID(WS-CNB-IDX)
               MOVE WS-CNB-MELHOR-DATA
               TO WS-CNB-L-DATA-SIS(WS-CNB-IDX)
               IF WS-CNB-MELHOR-DIF NOT LESS THAN ZEROS
                   MOVE WS-CNB-MELHOR-ID TO ARQR-ID
                   READ ARQ-RECEITAS
                       INVALID KEY
                           MOVE ZEROS TO WS-CNB-L-ID(WS-CNB-IDX)
                       NOT INVALID KEY
                           PERFORM 3040-GRAVA-CONC-RECEITA
                   END-READ
                   MOVE ZEROS TO WS-FSTATUS
               END-IF
           END-IF.

      *----DESPESA DA CONTA, DE MESMO VALOR, COM A DATA MAIS PROXIMA----*
      *----(PAGAMENTO OU, SE EM ABERTO, O VENCIMENTO)-------------------*
       3035-PROCURA-DESPESA-EXTRATO.
           MOVE ZEROS TO ARQD-ID
           MOVE ZERO TO WS-EOF
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQD-CONT-ID EQUAL WS-CNB-CONT-ID
                       AND ARQD-VAL EQUAL WS-CNB-L-VAL(WS-CNB-IDX)
                           IF ARQD-DAT-PAG NOT EQUAL ZEROS
                               COMPUTE WS-CNB-DATA-MOV =
                                   ARQD-ANO-PAG * 10000
                                   + ARQD-MES-PAG * 100
                                   + ARQD-DIA-PAG
                           ELSE
                               COMPUTE WS-CNB-DATA-MOV =
                                   ARQD-ANO-VENC * 10000
                                   + ARQD-MES-VENC * 100
                                   + ARQD-DIA-VENC
                           END-IF
                           COMPUTE WS-CNB-DATA-CNC =
                               ARQD-ANO-CONC * 10000
                               + ARQD-MES-CONC * 100
                               + ARQD-DIA-CONC
                           MOVE ARQD-ID TO WS-CNB-ID-TESTE
                           PERFORM 3038-AVALIA-CANDIDATO
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS

           IF WS-CNB-MELHOR-ID NOT EQUAL ZEROS
               MOVE WS-CNB-MELHOR-ID TO WS-CNB-L-ID(WS-CNB-IDX)
               MOVE WS-CNB-MELHOR-DATA
               TO WS-CNB-L-DATA-SIS(WS-CNB-IDX)
               IF WS-CNB-MELHOR-DIF NOT LESS THAN ZEROS
                   MOVE WS-CNB-MELHOR-ID TO ARQD-ID
                   READ ARQ-DESPESAS
                       INVALID KEY
                           MOVE ZEROS TO WS-CNB-L-ID(WS-CNB-IDX)
                       NOT INVALID KEY
                           PERFORM 3041-GRAVA-CONC-DESPESA
                   END-READ
                   MOVE ZEROS TO WS-FSTATUS
               END-IF
           END-IF.

      *----CONVERTE WS-CNB-DATA-MOV (AAAAMMDD) EM DIAS NA BASE 30/360--*
       3036-DIA-BASE-CONCILIACAO.
           MOVE WS-CNB-MOV-DIA TO WS-CNB-DIA-CLC
           IF WS-CNB-DIA-CLC > 30
               MOVE 30 TO WS-CNB-DIA-CLC
           END-IF
           COMPUTE WS-CNB-NUM-MOV =
               WS-CNB-MOV-ANO * 360 + WS-CNB-MOV-MES * 30
               + WS-CNB-DIA-CLC.

      *----AVALIA O MOVIMENTO WS-CNB-ID-TESTE COMO CANDIDATO: UM JA-----*
      *----CONCILIADO NA MESMA DATA DO EXTRATO (CONCILIACAO ANTERIOR)---*
      *----TEM PRIORIDADE; SENAO VALE O DE MENOR DIFERENCA DE DATA------*
       3038-AVALIA-CANDIDATO.
           PERFORM 3036-DIA-BASE-CONCILIACAO
           COMPUTE WS-CNB-DIF = WS-CNB-NUM-MOV - WS-CNB-NUM-EXT
           IF WS-CNB-DIF < ZEROS
               COMPUTE WS-CNB-DIF = WS-CNB-DIF * -1
           END-IF
           IF WS-CNB-DATA-CNC EQUAL ZEROS
               IF WS-CNB-DIF <= WS-CNB-TOLER
               AND WS-CNB-DIF < WS-CNB-MELHOR-DIF
                   MOVE WS-CNB-ID-TESTE TO WS-CNB-MELHOR-ID
                   MOVE WS-CNB-DIF TO WS-CNB-MELHOR-DIF
                   MOVE WS-CNB-DATA-MOV TO WS-CNB-MELHOR-DATA
               END-IF
           ELSE
               IF WS-CNB-DATA-CNC EQUAL WS-CNB-L-DATA(WS-CNB-IDX)
               AND WS-CNB-MELHOR-DIF NOT LESS THAN ZEROS
                   PERFORM 3039-VERIFICA-ID-USADO
                   IF WS-CNB-USADO EQUAL 'NAO'
                       MOVE WS-CNB-ID-TESTE TO WS-CNB-MELHOR-ID
                       MOVE -1 TO WS-CNB-MELHOR-DIF
                       MOVE WS-CNB-DATA-MOV TO WS-CNB-MELHOR-DATA
                   END-IF
               END-IF
           END-IF.

      *----VERIFICA SE O MOVIMENTO WS-CNB-ID-TESTE JA FOI CASADO COM----*
      *----UMA LINHA ANTERIOR DO EXTRATO DE MESMA NATUREZA--------------*
       3039-VERIFICA-ID-USADO.
           MOVE 'NAO' TO WS-CNB-USADO
           MOVE 1 TO WS-CNB-IDX2
           PERFORM UNTIL WS-CNB-IDX2 >= WS-CNB-IDX
           OR WS-CNB-USADO EQUAL 'SIM'
               IF WS-CNB-L-NAT(WS-CNB-IDX2)
                  EQUAL WS-CNB-L-NAT(WS-CNB-IDX)
               AND WS-CNB-L-ID(WS-CNB-IDX2) EQUAL WS-CNB-ID-TESTE
                   MOVE 'SIM' TO WS-CNB-USADO
               END-IF
               ADD 1 TO WS-CNB-IDX2
           END-PERFORM.

      *----MARCA A RECEITA LIDA COMO CONCILIADA NA DATA DO EXTRATO------*
       3040-GRAVA-CONC-RECEITA.
           MOVE SPACES TO WS-AUD-ANTES
           MOVE ARQ-REC TO WS-AUD-ANTES
           MOVE WS-CNB-L-DIA(WS-CNB-IDX) TO ARQR-DIA-CONC
           MOVE WS-CNB-L-MES(WS-CNB-IDX) TO ARQR-MES-CONC
           MOVE WS-CNB-L-ANO(WS-CNB-IDX) TO ARQR-ANO-CONC
           MOVE 'CONCILIA'   TO WS-JRN-OPERACAO
           MOVE 'RECEITAS'   TO WS-JRN-ARQUIVO
           MOVE ARQR-ID      TO WS-JRN-CHAVE
           MOVE 'INICIO'     TO WS-JRN-FASE
           PERFORM 9100-GRAVA-JORNAL
           REWRITE ARQ-REC
               INVALID KEY
                   MOVE ZEROS TO WS-CNB-L-ID(WS-CNB-IDX)
                   MOVE 'ERRO'   TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
               NOT INVALID KEY
                   MOVE 'FIM'    TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
                   MOVE SPACES TO WS-AUD-DEPOIS
                   MOVE ARQ-REC TO WS-AUD-DEPOIS
                   MOVE 'CONCILIA'  TO WS-AUD-OPERACAO
                   MOVE 'RECEITAS'  TO WS-AUD-ARQUIVO
                   MOVE ARQR-ID     TO WS-AUD-CHAVE
                   PERFORM 9300-GRAVA-AUDITORIA
           END-REWRITE.

      *----MARCA A DESPESA LIDA COMO CONCILIADA NA DATA DO EXTRATO------*
       3041-GRAVA-CONC-DESPESA.
           MOVE SPACES TO WS-AUD-ANTES
           MOVE ARQ-DESP TO WS-AUD-ANTES
           MOVE WS-CNB-L-DIA(WS-CNB-IDX) TO ARQD-DIA-CONC
           MOVE WS-CNB-L-MES(WS-CNB-IDX) TO ARQD-MES-CONC
           MOVE WS-CNB-L-ANO(WS-CNB-IDX) TO ARQD-ANO-CONC
           MOVE 'CONCILIA'   TO WS-JRN-OPERACAO
           MOVE 'DESPESAS'   TO WS-JRN-ARQUIVO
           MOVE ARQD-ID      TO WS-JRN-CHAVE
           MOVE 'INICIO'     TO WS-JRN-FASE
           PERFORM 9100-GRAVA-JORNAL
           REWRITE ARQ-DESP
               INVALID KEY
                   MOVE ZEROS TO WS-CNB-L-ID(WS-CNB-IDX)
                   MOVE 'ERRO'   TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
               NOT INVALID KEY
                   MOVE 'FIM'    TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
                   MOVE SPACES TO WS-AUD-DEPOIS
                   MOVE ARQ-DESP TO WS-AUD-DEPOIS
                   MOVE 'CONCILIA'  TO WS-AUD-OPERACAO
                   MOVE 'DESPESAS'  TO WS-AUD-ARQUIVO
                   MOVE ARQD-ID     TO WS-AUD-CHAVE
                   PERFORM 9300-GRAVA-AUDITORIA
           END-REWRITE.

      *----FORMATA WS-CNB-DATA-MOV (AAAAMMDD) EM WS-CNB-ED-DATA---------*
       3042-FORMATA-DATA-CONCILIACAO.
           MOVE WS-CNB-MOV-DIA TO WS-CNB-ED-DIA
           MOVE WS-CNB-MOV-MES TO WS-CNB-ED-MES
           MOVE WS-CNB-MOV-ANO TO WS-CNB-ED-ANO.

      *----GRAVA NO RELATORIO A LINHA WS-CNB-IDX DO EXTRATO-------------*
       3043-LINHA-EXTRATO-CONCILIACAO.
           MOVE SPACES TO WS-RDET-CONCBANC
           MOVE WS-CNB-L-DATA(WS-CNB-IDX) TO WS-CNB-DATA-MOV
           PERFORM 3042-FORMATA-DATA-CONCILIACAO
           MOVE WS-CNB-ED-DATA TO RDET-CNB-DATA
           MOVE WS-CNB-L-NAT(WS-CNB-IDX) TO RDET-CNB-NAT
           MOVE WS-CNB-L-VAL(WS-CNB-IDX) TO RDET-CNB-VALOR
           MOVE WS-CNB-L-HIST(WS-CNB-IDX) TO RDET-CNB-HIST
           IF WS-CNB-L-ID(WS-CNB-IDX) NOT EQUAL ZEROS
               MOVE WS-CNB-L-ID(WS-CNB-IDX) TO RDET-CNB-COD
               MOVE WS-CNB-L-DATA-SIS(WS-CNB-IDX) TO WS-CNB-DATA-MOV
               PERFORM 3042-FORMATA-DATA-CONCILIACAO
               MOVE WS-CNB-ED-DATA TO RDET-CNB-DATA-SIS
           END-IF
           MOVE WS-RDET-CONCBANC TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO.

      *----LANCAMENTOS DA CONTA NO PERIODO DO EXTRATO QUE NAO FORAM-----*
      *----CONCILIADOS (SISTEMA SEM CORRESPONDENCIA NO BANCO)-----------*
       3044-SISTEMA-SEM-BANCO.
           MOVE ZEROS TO ARQR-ID
           MOVE ZERO TO WS-EOF
           START ARQ-RECEITAS KEY IS NOT LESS THAN ARQR-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-RECEITAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQR-CONT-ID EQUAL WS-CNB-CONT-ID
                       AND ARQR-DAT-CONC EQUAL ZEROS
                           IF ARQR-DAT-RECB NOT EQUAL ZEROS
                               COMPUTE WS-CNB-DATA-MOV =
                                   ARQR-ANO-RECB * 10000
                                   + ARQR-MES-RECB * 100
                                   + ARQR-DIA-RECB
                           ELSE
                               COMPUTE WS-CNB-DATA-MOV =
                                   ARQR-ANO-ESP * 10000
                                   + ARQR-MES-ESP * 100
                                   + ARQR-DIA-ESP
                           END-IF
                           IF WS-CNB-DATA-MOV >= WS-CNB-DATA-INI
                           AND WS-CNB-DATA-MOV <= WS-CNB-DATA-FIM
                               MOVE SPACES TO WS-RDET-CONCBANC
                               MOVE 'C' TO RDET-CNB-NAT
                               MOVE ARQR-VAL TO RDET-CNB-VALOR
                               MOVE ARQR-DESC TO RDET-CNB-HIST
                               MOVE ARQR-ID TO RDET-CNB-COD
                               PERFORM 3042-FORMATA-DATA-CONCILIACAO
                               MOVE WS-CNB-ED-DATA TO RDET-CNB-DATA-SIS
                               MOVE WS-RDET-CONCBANC TO WS-REL-DET
                               PERFORM 7010-GRAVA-LINHA-RELATORIO
                               ADD 1 TO WS-CNB-QTD-SIST
                               ADD ARQR-VAL TO WS-CNB-TOT-SIST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF

           MOVE ZEROS TO ARQD-ID
           MOVE ZERO TO WS-EOF
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-DESPESAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQD-CONT-ID EQUAL WS-CNB-CONT-ID
                       AND ARQD-DAT-CONC EQUAL ZEROS
                           IF ARQD-DAT-PAG NOT EQUAL ZEROS
                               COMPUTE WS-CNB-DATA-MOV =
                                   ARQD-ANO-PAG * 10000
                                   + ARQD-MES-PAG * 100
                                   + ARQD-DIA-PAG
                           ELSE
                               COMPUTE WS-CNB-DATA-MOV =
                                   ARQD-ANO-VENC * 10000
                                   + ARQD-MES-VENC * 100
                                   + ARQD-DIA-VENC
                           END-IF
                           IF WS-CNB-DATA-MOV >= WS-CNB-DATA-INI
                           AND WS-CNB-DATA-MOV <= WS-CNB-DATA-FIM
                               MOVE SPACES TO WS-RDET-CONCBANC
                               MOVE 'D' TO RDET-CNB-NAT
                               MOVE ARQD-VAL TO RDET-CNB-VALOR
                               MOVE ARQD-DESC TO RDET-CNB-HIST
                               MOVE ARQD-ID TO RDET-CNB-COD
                               PERFORM 3042-FORMATA-DATA-CONCILIACAO
                               MOVE WS-CNB-ED-DATA TO RDET-CNB-DATA-SIS
                               MOVE WS-RDET-CONCBANC TO WS-REL-DET
                               PERFORM 7010-GRAVA-LINHA-RELATORIO
                               ADD 1 TO WS-CNB-QTD-SIST
                               ADD ARQD-VAL TO WS-CNB-TOT-SIST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----EMITE O RELATORIO DA CONCILIACAO EM TRES SECOES E O RESUMO---*
      *----NA TELA------------------------------------------------------*
       3045-EMITE-CONCILIACAO.
           MOVE ZEROS TO WS-CNB-QTD-CONF
           MOVE ZEROS TO WS-CNB-QTD-SIST
           MOVE ZEROS TO WS-CNB-QTD-BANCO
           MOVE ZEROS TO WS-CNB-TOT-CONF
           MOVE ZEROS TO WS-CNB-TOT-SIST
           MOVE ZEROS TO WS-CNB-TOT-BANCO
           MOVE 'CONCILIACAO COM O EXTRATO DO BANCO' TO WS-REL-TITULO
           MOVE 'DATA        N       VALOR  HISTORICO/DESCRICAO  '-
           '           COD   DATA SIST.' TO WS-REL-CABEC1
           PERFORM 7000-ABRE-RELATORIO
           MOVE SPACES TO WS-REL-DET
           MOVE 'CONTA: ' TO WS-REL-DET(1:7)
           MOVE WS-CNB-CONTA TO WS-REL-DET(8:25)
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'CONFERIDOS (EXTRATO X SISTEMA)' TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 1 TO WS-CNB-IDX
           PERFORM UNTIL WS-CNB-IDX > WS-CNB-QTD
               IF WS-CNB-L-ID(WS-CNB-IDX) NOT EQUAL ZEROS
                   PERFORM 3043-LINHA-EXTRATO-CONCILIACAO
                   ADD 1 TO WS-CNB-QTD-CONF
                   ADD WS-CNB-L-VAL(WS-CNB-IDX) TO WS-CNB-TOT-CONF
               END-IF
               ADD 1 TO WS-CNB-IDX
           END-PERFORM
           MOVE 'TOTAL CONFERIDO......: R$' TO RDET-TOT-LABEL
           MOVE WS-CNB-TOT-CONF TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'LANCAMENTOS NO SISTEMA SEM CORRESPONDENCIA NO BANCO'
           TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           PERFORM 3044-SISTEMA-SEM-BANCO
           MOVE 'TOTAL SEM BANCO......: R$' TO RDET-TOT-LABEL
           MOVE WS-CNB-TOT-SIST TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'LINHAS DO BANCO SEM LANCAMENTO' TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 1 TO WS-CNB-IDX
           PERFORM UNTIL WS-CNB-IDX > WS-CNB-QTD
               IF WS-CNB-L-ID(WS-CNB-IDX) EQUAL ZEROS
                   PERFORM 3043-LINHA-EXTRATO-CONCILIACAO
                   ADD 1 TO WS-CNB-QTD-BANCO
                   ADD WS-CNB-L-VAL(WS-CNB-IDX) TO WS-CNB-TOT-BANCO
               END-IF
               ADD 1 TO WS-CNB-IDX
           END-PERFORM
           MOVE 'TOTAL SEM LANCAMENTO.: R$' TO RDET-TOT-LABEL
           MOVE WS-CNB-TOT-BANCO TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           IF WS-CNB-QTD-INVAL > ZEROS
               MOVE SPACES TO WS-REL-DET
               STRING 'LINHAS INVALIDAS IGNORADAS NO EXTRATO: '
                      WS-CNB-QTD-INVAL DELIMITED BY SIZE
                      INTO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
           END-IF
           IF WS-CNB-CHEIO EQUAL 'SIM'
               MOVE 'LIMITE DE 300 LINHAS ATINGIDO -'-
               ' CONCILIACAO INCOMPLETA' TO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
           END-IF
           PERFORM 7030-FECHA-RELATORIO

           MOVE WS-CNB-DATA-INI TO WS-CNB-DATA-MOV
           PERFORM 3042-FORMATA-DATA-CONCILIACAO
           DISPLAY 'PERIODO DO EXTRATO.....:' LINE 10 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY WS-CNB-ED-DATA LINE 10 COL 28
           FOREGROUND-COLOR IS 04
           DISPLAY 'A' LINE 10 COL 39 FOREGROUND-COLOR IS 03
           MOVE WS-CNB-DATA-FIM TO WS-CNB-DATA-MOV
           PERFORM 3042-FORMATA-DATA-CONCILIACAO
           DISPLAY WS-CNB-ED-DATA LINE 10 COL 41
           FOREGROUND-COLOR IS 04
           DISPLAY 'LINHAS DO EXTRATO......:' LINE 11 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY WS-CNB-QTD LINE 11 COL 28
           FOREGROUND-COLOR IS 04
           DISPLAY 'CONFERIDOS.............:' LINE 12 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY WS-CNB-QTD-CONF LINE 12 COL 28
           FOREGROUND-COLOR IS 02
           DISPLAY 'SISTEMA SEM BANCO......:' LINE 13 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY WS-CNB-QTD-SIST LINE 13 COL 28
           FOREGROUND-COLOR IS 06
           DISPLAY 'BANCO SEM LANCAMENTO...:' LINE 14 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY WS-CNB-QTD-BANCO LINE 14 COL 28
           FOREGROUND-COLOR IS 06
           DISPLAY 'LINHAS INVALIDAS.......:' LINE 15 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY WS-CNB-QTD-INVAL LINE 15 COL 28
           FOREGROUND-COLOR IS 06
           IF WS-CNB-QTD-SIST EQUAL ZEROS
           AND WS-CNB-QTD-BANCO EQUAL ZEROS
               MOVE 'EXTRATO TOTALMENTE CONCILIADO!' TO WS-STATUSOP
           ELSE
               MOVE 'CONCILIACAO CONCLUIDA - HA PENDENCIAS'
               TO WS-STATUSOP
           END-IF
           DISPLAY LB-OPERACAO.

      *----DESCOBRE O PROXIMO CONT-ID LIVRE (MAIOR ID + 1)----------------*
       3012-PROXIMO-ID-CONTA.
           MOVE 1 TO WS-CONT-01-C
           MOVE ZEROS TO CONT-ID
           MOVE ZERO TO WS-EOF
           START ARQ-CONTAS KEY IS NOT LESS THAN CONT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       COMPUTE WS-CONT-01-C = CONT-ID + 1
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----VALIDA O CODIGO DO BANCO DE UMA CONTA CONTRA A TAB-BANCOS-----*
       3010-VALIDA-BANCO-CONTA.
           MOVE 'NO' TO WS-ABC-OK
           MOVE 1 TO WS-BANCO-IDX
           PERFORM UNTIL WS-BANCO-IDX > WS-QTD-BANCOS
               IF WSR-ID-BANCO(WS-BANCO-IDX) = WSR-IDCONTABANCO
                   MOVE 'OK' TO WS-ABC-OK
                   MOVE WS-QTD-BANCOS TO WS-BANCO-IDX
               END-IF
               ADD 1 TO WS-BANCO-IDX
           END-PERFORM.

      *----MOEDA DA CONTA (BRANCO = BRL) E, PARA MOEDA ESTRANGEIRA, A--*
      *----COTACAO EM R$ DO DIA (SUGERE A ULTIMA CADASTRADA)-----------*
       3011-DIGITA-MOEDA-CONTA.
           MOVE 'NAO' TO WS-CMB-MOEDA-OK
           PERFORM UNTIL WS-CMB-MOEDA-OK = 'SIM'
               ACCEPT LB-MOEDA-CONTA
               MOVE WSR-CONTAMOEDA TO WS-CMB-MOEDA
               PERFORM 5410-VALIDA-MOEDA
               IF WS-CMB-MOEDA-OK NOT EQUAL 'SIM'
                   MOVE 'MOEDA INVALIDA (EX.: BRL, USD)!'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE WS-CMB-MOEDA TO WSR-CONTAMOEDA
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM
           DISPLAY LB-MOEDA-CONTA

           IF WSR-CONTAMOEDA EQUAL 'BRL'
               MOVE 1 TO WSR-CONTACOTAC
               MOVE 1 TO WS-CMB-TAXA-ANT
               DISPLAY LB-COTAC-CONTA
           ELSE
               ACCEPT WS-CB-HOJE FROM DATE YYYYMMDD
               MOVE WSR-CONTAMOEDA TO WS-CB-MOEDA
               MOVE WS-CB-HOJE     TO WS-CB-DATA
               PERFORM 8180-BUSCA-COTACAO
               MOVE WS-CB-TAXA TO WSR-CONTACOTAC
               MOVE WS-CB-TAXA TO WS-CMB-TAXA-ANT
               MOVE 'NO' TO WS-VAL-OK
               PERFORM UNTIL WS-VAL-OK = 'OK'
                   ACCEPT LB-COTAC-CONTA
                   IF WSR-CONTACOTAC = ZEROS
                       MOVE 'COTACAO DEVE SER MAIOR QUE "0"'
                       TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   ELSE
                       MOVE SPACES TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                       MOVE 'OK' TO WS-VAL-OK
                   END-IF
               END-PERFORM
           END-IF.

      *----A COTACAO DIGITADA NO CADASTRO/EDICAO DA CONTA FICA---------*
      *----GRAVADA NO Cotac.txt COMO A COTACAO DO DIA------------------*
       3018-GUARDA-COTACAO-CONTA.
           IF WSR-CONTAMOEDA NOT EQUAL 'BRL'
           AND WSR-CONTACOTAC NOT EQUAL WS-CMB-TAXA-ANT
               MOVE WSR-CONTAMOEDA TO WS-CMB-MOEDA
               MOVE WS-CB-HOJE     TO WS-CMB-DATA
               MOVE WSR-CONTACOTAC TO WS-CMB-TAXA
               PERFORM 5411-GRAVA-COTACAO
           END-IF.

      *----SALDO ATUAL DA CONTA EM R$ PELA COTACAO DE WS-CB-HOJE-------*
       3019-SALDO-CONTA-EM-REAIS.
           IF CONT-MOEDA EQUAL SPACES OR 'BRL'
               MOVE CONT-SALD TO WSC-SALDO-BRL
           ELSE
               ADD 1 TO WSC-QTD-ESTR
               MOVE CONT-MOEDA TO WS-CB-MOEDA
               MOVE WS-CB-HOJE TO WS-CB-DATA
               PERFORM 8180-BUSCA-COTACAO
               IF WS-CB-ACHOU NOT EQUAL 'SIM'
                   ADD 1 TO WSC-QTD-SEM-COT
               END-IF
               COMPUTE WSC-SALDO-BRL ROUNDED = CONT-SALD * WS-CB-TAXA
           END-IF.

      *----CADASTRA/ALTERA OS DADOS DO CARTAO (DIA DE FECHAMENTO E-------*
      *----DIA DE VENCIMENTO) DA CONTA CARREGADA EM CONT-SLV-------------*
       3020-CADASTRA-DADOS-CARTAO.
           MOVE ZEROS TO WS-CRT-DIA-FECH
           DISPLAY 'DIA DE FECHAMENTO DA FATURA (01-28):'
           LINE 22 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-CRT-DIA-FECH >= 01
           AND WS-CRT-DIA-FECH <= 28
               ACCEPT WS-CRT-DIA-FECH LINE 22 COL 41
               FOREGROUND-COLOR IS 04
           END-PERFORM
           MOVE ZEROS TO WS-CRT-DIA-VENC
           DISPLAY 'DIA DE VENCIMENTO DA FATURA (01-28):'
           LINE 23 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-CRT-DIA-VENC >= 01
           AND WS-CRT-DIA-VENC <= 28
               ACCEPT WS-CRT-DIA-VENC LINE 23 COL 41
               FOREGROUND-COLOR IS 04
           END-PERFORM
           MOVE CONT-ID TO CRT-ID
           READ ARQ-CARTOES
               INVALID KEY
                   MOVE CONT-ID         TO CRT-ID
                   MOVE WS-CRT-DIA-FECH TO CRT-DIA-FECH
                   MOVE WS-CRT-DIA-VENC TO CRT-DIA-VENC
                   WRITE ARQ-REC-CARTAO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-CRT-DIA-FECH TO CRT-DIA-FECH
                   MOVE WS-CRT-DIA-VENC TO CRT-DIA-VENC
                   REWRITE ARQ-REC-CARTAO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           MOVE ZEROS TO WS-FSTATUS.

      *---------------AREA RESERVADA PARA O CARTAO DE CREDITO------------*
       3100-MENU-CARTAO.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'CARTAO DE CREDITO' TO WS-PAG
           MOVE ZERO TO WS-OPCAO
           DISPLAY LB-CABECALHO
           DISPLAY LB-CARTAO
           PERFORM UNTIL WS-OPCAO = 99
               MOVE ZEROS TO WS-OPCAO
               ACCEPT LB-OPCAO-CARTAO
               EVALUATE WS-OPCAO
               WHEN 01
                   PERFORM 3110-CONSULTA-FATURA
               WHEN 02
                   PERFORM 3120-PAGAR-FATURA
               WHEN 99
                   PERFORM 0000-INICIALIZACAO
               WHEN OTHER
                   DISPLAY LB-OPERACAO
           END-PERFORM.

      *----SOMA A FATURA ABERTA DO CARTAO EM WS-CRT-CONT-ID (DESPESAS--*
      *----EM ABERTO DA CONTA), GUARDANDO OS CODIGOS EM WS-CRT-ID-TAB---*
       3125-SOMA-FATURA-ABERTA.
           MOVE ZEROS TO WS-CRT-TOTAL
           MOVE ZEROS TO WS-CRT-QTD
           MOVE ZEROS TO ARQD-ID
           MOVE ZERO TO WS-EOF
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-DESPESAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQD-DAT-PAG EQUAL ZEROS
                       AND ARQD-CONT-ID EQUAL WS-CRT-CONT-ID
                       AND WS-CRT-QTD < 200
                           ADD 1 TO WS-CRT-QTD
                           MOVE ARQD-ID
                           TO WS-CRT-ID-DESP(WS-CRT-QTD)
                           ADD ARQD-VAL TO WS-CRT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----CONSULTA A FATURA ABERTA DE UM CARTAO DE CREDITO--------------*
       3110-CONSULTA-FATURA.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'FATURA ABERTA' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-BUSCA-ID-C
           DISPLAY 'DIGITE O CODIGO DO CARTAO (CONT-ID):'
           LINE 06 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-BUSCA-ID-C LINE 06 COL 41
           FOREGROUND-COLOR IS 04
           PERFORM 3003-BUSCA-CONTA
           EVALUATE TRUE
           WHEN WS-CONT-OK NOT EQUAL 'OK'
               MOVE 'CONTA NAO ENCONTRADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN CONT-TIPO NOT EQUAL 04
               MOVE 'CONTA NAO E CARTAO DE CREDITO!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN OTHER
               MOVE CONTA-NMBANC TO WS-CRT-CONTA
               MOVE CONT-ID TO WS-CRT-CONT-ID
               MOVE ZEROS TO WS-CRT-DIA-FECH
               MOVE ZEROS TO WS-CRT-DIA-VENC
               MOVE CONT-ID TO CRT-ID
               READ ARQ-CARTOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CRT-DIA-FECH TO WS-CRT-DIA-FECH
                       MOVE CRT-DIA-VENC TO WS-CRT-DIA-VENC
               END-READ
               MOVE ZEROS TO WS-FSTATUS
               DISPLAY 'CARTAO: ' LINE 07 COL 03
               FOREGROUND-COLOR IS 05
               DISPLAY WS-CRT-CONTA LINE 07 COL 11
               FOREGROUND-COLOR IS 04
               DISPLAY 'FECHA DIA:' LINE 07 COL 40
               FOREGROUND-COLOR IS 03
               DISPLAY WS-CRT-DIA-FECH LINE 07 COL 51
               FOREGROUND-COLOR IS 04
               DISPLAY 'VENCE DIA:' LINE 07 COL 56
               FOREGROUND-COLOR IS 03
               DISPLAY WS-CRT-DIA-VENC LINE 07 COL 67
               FOREGROUND-COLOR IS 04
               DISPLAY 'COD  DESCRICAO       VALOR          DATA'
               LINE 08 COL 03 FOREGROUND-COLOR IS 03
               PERFORM 3125-SOMA-FATURA-ABERTA
               MOVE 09 TO WS-CRT-LINHA
               MOVE 1 TO WS-CRT-IDX
               PERFORM UNTIL WS-CRT-IDX > WS-CRT-QTD
                   PERFORM 3115-MOSTRA-ITEM-FATURA
                   ADD 1 TO WS-CRT-IDX
               END-PERFORM
               DISPLAY 'TOTAL DA FATURA ABERTA: R$' LINE 22 COL 03
               FOREGROUND-COLOR IS 05
               MOVE WS-CRT-TOTAL TO WS-ED-TOTAL
               DISPLAY WS-ED-TOTAL LINE 22 COL 30
               FOREGROUND-COLOR IS 04
               IF WS-CRT-QTD EQUAL ZEROS
                   MOVE 'NENHUMA DESPESA NA FATURA!' TO WS-STATUSOP
               ELSE
                   MOVE 'CONSULTA DE FATURA CONCLUIDA!' TO WS-STATUSOP
               END-IF
               DISPLAY LB-OPERACAO
           END-EVALUATE.

      *----MOSTRA UM ITEM DA FATURA ABERTA (LE A DESPESA PELO CODIGO)---*
       3115-MOSTRA-ITEM-FATURA.
           MOVE WS-CRT-ID-DESP(WS-CRT-IDX) TO ARQD-ID
           READ ARQ-DESPESAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-CRT-LINHA < 21
                       DISPLAY ARQD-ID LINE WS-CRT-LINHA COL 03
                       FOREGROUND-COLOR IS 04
                       DISPLAY ARQD-DESC LINE WS-CRT-LINHA COL 08
                       FOREGROUND-COLOR IS 04
                       MOVE ARQD-VAL TO WS-ED-VALOR
                       DISPLAY WS-ED-VALOR LINE WS-CRT-LINHA COL 24
                       FOREGROUND-COLOR IS 04
                       DISPLAY ARQD-DIA-VENC LINE WS-CRT-LINHA COL 39
                       FOREGROUND-COLOR IS 04
                       DISPLAY '/' LINE WS-CRT-LINHA COL 41
                       DISPLAY ARQD-MES-VENC LINE WS-CRT-LINHA COL 42
                       FOREGROUND-COLOR IS 04
                       DISPLAY '/' LINE WS-CRT-LINHA COL 44
                       DISPLAY ARQD-ANO-VENC LINE WS-CRT-LINHA COL 45
                       FOREGROUND-COLOR IS 04
                       ADD 1 TO WS-CRT-LINHA
                   END-IF
           END-READ
           MOVE ZEROS TO WS-FSTATUS.

      *----PAGA A FATURA ABERTA DE UM CARTAO: DEBITA A CONTA ESCOLHIDA--*
      *----COM UMA UNICA DESPESA 'FAT.<CARTAO>' E QUITA TODAS AS--------*
      *----DESPESAS DA FATURA COM A DATA DE HOJE------------------------*
       3120-PAGAR-FATURA.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'PAGAR FATURA' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-BUSCA-ID-C
           DISPLAY 'DIGITE O CODIGO DO CARTAO (CONT-ID):'
           LINE 06 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-BUSCA-ID-C LINE 06 COL 41
           FOREGROUND-COLOR IS 04
           PERFORM 3003-BUSCA-CONTA
           EVALUATE TRUE
           WHEN WS-CONT-OK NOT EQUAL 'OK'
               MOVE 'CONTA NAO ENCONTRADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN CONT-TIPO NOT EQUAL 04
               MOVE 'CONTA NAO E CARTAO DE CREDITO!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN OTHER
               MOVE CONTA-NMBANC TO WS-CRT-CONTA
               MOVE CONT-ID TO WS-CRT-CONT-ID
               PERFORM 3125-SOMA-FATURA-ABERTA
               IF WS-CRT-QTD EQUAL ZEROS
                   MOVE 'NENHUMA DESPESA NA FATURA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   PERFORM 3121-CONFIRMA-PAGTO-FATURA
               END-IF
           END-EVALUATE.

      *----ESCOLHE A CONTA DE DEBITO, CONFIRMA E EFETIVA O PAGAMENTO----*
       3121-CONFIRMA-PAGTO-FATURA.
           DISPLAY 'TOTAL DA FATURA ABERTA: R$' LINE 08 COL 03
           FOREGROUND-COLOR IS 05
           MOVE WS-CRT-TOTAL TO WS-ED-TOTAL
           DISPLAY WS-ED-TOTAL LINE 08 COL 30
           FOREGROUND-COLOR IS 04
           MOVE ZEROS TO WS-BUSCA-ID-C
           DISPLAY 'CONTA PARA DEBITO (CONT-ID):'
           LINE 10 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-BUSCA-ID-C LINE 10 COL 33
           FOREGROUND-COLOR IS 04
           PERFORM 3003-BUSCA-CONTA
           EVALUATE TRUE
           WHEN WS-CONT-OK NOT EQUAL 'OK'
               MOVE 'CONTA NAO ENCONTRADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN CONT-TIPO EQUAL 04
               MOVE 'ESCOLHA UMA CONTA QUE NAO SEJA CARTAO!'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN WS-CRT-TOTAL > CONT-SALD
           AND CONT-TIPO NOT EQUAL 02
               MOVE 'SALDO INSUFICIENTE NA CONTA DE DEBITO!'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN OTHER
               MOVE CONTA-NMBANC TO WS-CRT-PAG-CONTA
               MOVE CONT-ID TO WS-CRT-PAG-CONT-ID
               ACCEPT WS-CRT-DATA-HOJE FROM DATE YYYYMMDD
               COMPUTE WS-VMF-ANOMES =
                   WS-CRT-HOJE-ANO * 100 + WS-CRT-HOJE-MES
               PERFORM 8400-VERIFICA-MES-FECHADO
               IF WS-VMF-BLOQ EQUAL 'SIM'
                   MOVE 'MES FECHADO - PAGAMENTO NAO PERMITIDO!'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   DISPLAY 'CONFIRMA O PAGAMENTO? [01]SIM [02]NAO'
                   LINE 12 COL 03 FOREGROUND-COLOR IS 05
                   MOVE ZERO TO WS-OPCAO
                   ACCEPT WS-OPCAO LINE 12 COL 42
                   FOREGROUND-COLOR IS 04
                   IF WS-OPCAO EQUAL 01
                       PERFORM 3122-EFETIVA-PAGTO-FATURA
                   ELSE
                       MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   END-IF
                   MOVE ZERO TO WS-OPCAO
               END-IF
           END-EVALUATE.

      *----GRAVA A DESPESA DE PAGAMENTO DA FATURA NA CONTA DE DEBITO----*
      *----E QUITA AS DESPESAS DO CARTAO---------------------------------*
       3122-EFETIVA-PAGTO-FATURA.
           PERFORM 2012-PROXIMO-ID-DESPESA
           MOVE TAB-DESPESAS    TO ARQ-DESP
           MOVE SPACES          TO ARQD-DOC
           MOVE WS-CONT-01-D    TO ARQD-ID
           MOVE WS-CRT-TOTAL    TO ARQD-VAL
           MOVE WS-CRT-HOJE-DIA TO ARQD-DIA-VENC
           MOVE WS-CRT-HOJE-MES TO ARQD-MES-VENC
           MOVE WS-CRT-HOJE-ANO TO ARQD-ANO-VENC
           MOVE WS-CRT-HOJE-DIA TO ARQD-DIA-PAG
           MOVE WS-CRT-HOJE-MES TO ARQD-MES-PAG
           MOVE WS-CRT-HOJE-ANO TO ARQD-ANO-PAG
           MOVE SPACES TO ARQD-DESC
           STRING 'FAT.' DELIMITED BY SIZE
                  WS-CRT-CONTA(1:11) DELIMITED BY SIZE
                  INTO ARQD-DESC
           MOVE WS-CRT-PAG-CONTA TO ARQD-CONTA
           MOVE WS-CRT-PAG-CONT-ID TO ARQD-CONT-ID
           MOVE 04 TO ARQD-TIPO
           MOVE 'PAGTO-FAT'  TO WS-JRN-OPERACAO
           MOVE 'DESPESAS'   TO WS-JRN-ARQUIVO
           MOVE ARQD-ID      TO WS-JRN-CHAVE
           MOVE 'INICIO'     TO WS-JRN-FASE
           PERFORM 9100-GRAVA-JORNAL
           PERFORM 8186-CONVERTE-DESPESA
           WRITE ARQ-DESP
               INVALID KEY
                   MOVE 99 TO WS-FSTATUS
           END-WRITE
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE 'NAO FOI POSSIVEL GRAVAR O PAGAMENTO!'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
               MOVE 'ERRO'   TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               ADD 1 TO WS-CONT-01-D
               PERFORM 8110-ATUALIZA-SALDO-DESPESA
               MOVE 'FIM'    TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               PERFORM 3123-QUITA-DESPESAS-FATURA
               MOVE 'FATURA PAGA COM SUCESSO!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           END-IF.

      *----CARIMBA A DATA DE HOJE NAS DESPESAS DA FATURA PAGA-----------*
       3123-QUITA-DESPESAS-FATURA.
           MOVE 1 TO WS-CRT-IDX
           PERFORM UNTIL WS-CRT-IDX > WS-CRT-QTD
               MOVE WS-CRT-ID-DESP(WS-CRT-IDX) TO ARQD-ID
               READ ARQ-DESPESAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE ARQ-DESP TO WS-AUD-ANTES
                       MOVE WS-CRT-HOJE-DIA TO ARQD-DIA-PAG
                       MOVE WS-CRT-HOJE-MES TO ARQD-MES-PAG
                       MOVE WS-CRT-HOJE-ANO TO ARQD-ANO-PAG
                       MOVE 'PAGTO-FAT' TO WS-JRN-OPERACAO
                       MOVE 'DESPESAS'  TO WS-JRN-ARQUIVO
                       MOVE ARQD-ID     TO WS-JRN-CHAVE
                       MOVE 'INICIO'    TO WS-JRN-FASE
                       PERFORM 9100-GRAVA-JORNAL
                       PERFORM 8186-CONVERTE-DESPESA
                       REWRITE ARQ-DESP
                           INVALID KEY
                               MOVE 'ERRO' TO WS-JRN-FASE
                               PERFORM 9100-GRAVA-JORNAL
                           NOT INVALID KEY
                               MOVE 'FIM'  TO WS-JRN-FASE
                               PERFORM 9100-GRAVA-JORNAL
                               MOVE SPACES TO WS-AUD-DEPOIS
                               MOVE ARQ-DESP TO WS-AUD-DEPOIS
                               MOVE 'PAGTO-FAT' TO WS-AUD-OPERACAO
                               MOVE 'DESPESAS'  TO WS-AUD-ARQUIVO
                               MOVE ARQD-ID     TO WS-AUD-CHAVE
                               PERFORM 9300-GRAVA-AUDITORIA
                       END-REWRITE
               END-READ
               ADD 1 TO WS-CRT-IDX
           END-PERFORM
           MOVE ZEROS TO WS-FSTATUS.

      *---------------------AREA RESERVADA PARA BANCOS-------------------*
       4000-MENU-BANCOS.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'PAGINA DE BANCOS' TO WS-PAG
           MOVE ZERO TO WS-OPCAO
           DISPLAY LB-CABECALHO
           DISPLAY LB-BANCOS
           PERFORM UNTIL WS-OPCAO = 99
               MOVE ZEROS TO WS-OPCAO
               ACCEPT LB-OPCAO-BANCO
               EVALUATE WS-OPCAO
               WHEN 01
                   PERFORM 4001-CADASTRO-BANCOS
               WHEN 02
                   PERFORM 4002-LISTAR-BANCOS
               WHEN 99
                   PERFORM 0000-INICIALIZACAO
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
           END-PERFORM.

      *----CADASTRAMENTO DE BANCOS----------------------------------------*
       4001-CADASTRO-BANCOS.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'CADASTRAR BANCO' TO WS-PAG
           MOVE SPACES TO WS-MREGI
           PERFORM UNTIL WS-MREGI = 'OK'
               MOVE SPACES TO WS-MREGI
               MOVE ZEROS TO WS-BANCO-CAD-COD
               MOVE SPACES TO WS-BANCO-CAD-NOME
               DISPLAY LB-CABECALHO
               DISPLAY LB-CADASTRO-BANCOS
               DISPLAY LB-OPERACAO
               ACCEPT LB-BANCO-COD

               MOVE 'NO' TO WS-BANCO-OK
               MOVE 1 TO WS-BANCO-IDX
               PERFORM UNTIL WS-BANCO-IDX > WS-QTD-BANCOS
                   IF WSR-ID-BANCO(WS-BANCO-IDX) = WS-BANCO-CAD-COD
                       MOVE 'OK' TO WS-BANCO-OK
                       MOVE WS-QTD-BANCOS TO WS-BANCO-IDX
                   END-IF
                   ADD 1 TO WS-BANCO-IDX
               END-PERFORM

               IF WS-BANCO-OK EQUAL 'OK'
                   MOVE 'CODIGO DE BANCO JA CADASTRADO!'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   ACCEPT LB-BANCO-NOME
                   MOVE WS-BANCO-CAD-COD  TO ARQCOD-BANCO
                   MOVE WS-BANCO-CAD-NOME TO ARQNME-BANCO
                   OPEN EXTEND ARQ-BANCOS
                   IF WS-FSTATUS = 35
                       OPEN OUTPUT ARQ-BANCOS
                       CLOSE ARQ-BANCOS
                       OPEN EXTEND ARQ-BANCOS
                   END-IF
                   WRITE ARQ-REC-BANCO
                   CLOSE ARQ-BANCOS
                   MOVE 'BANCO CADASTRADO COM SUCESSO!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
                   PERFORM 4010-CARREGA-BANCOS
               END-IF

               DISPLAY 'DESEJA CADASTRAR MAIS UM BANCO?'
               LINE 10 COL 03 FOREGROUND-COLOR IS 05
               PERFORM UNTIL WS-MREGI = 'OK' OR 'NO'
                   DISPLAY '[01]SIM' LINE 11 COL 37
                   FOREGROUND-COLOR IS 08
                   DISPLAY '[02]NAO' LINE 12 COL 37
                   FOREGROUND-COLOR IS 08
                   DISPLAY 'OPCAO: ' LINE 13 COL 37
                   FOREGROUND-COLOR IS 04
                   ACCEPT WS-OPCAO LINE 13 COL 47
                   FOREGROUND-COLOR IS 04
                   EVALUATE TRUE
                   WHEN WS-OPCAO = 01
                       MOVE 'NO' TO WS-MREGI
                   WHEN WS-OPCAO = 02
                       MOVE 'OK' TO WS-MREGI
                   WHEN OTHER
                       MOVE 'OPCAO INVALIDA!' TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-MREGI.

      *----LISTAGEM DE TODOS OS BANCOS CADASTRADOS-------------------------*
       4002-LISTAR-BANCOS.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'LISTAR BANCOS' TO WS-PAG
           DISPLAY LB-CABECALHO
           DISPLAY 'CODIGO   NOME DO BANCO'
           LINE 06 COL 03 FOREGROUND-COLOR IS 03
           IF WS-QTD-BANCOS EQUAL ZEROS
               MOVE 'NENHUM BANCO CADASTRADO!' TO WS-STATUSOP
           ELSE
               MOVE SPACES TO WS-STATUSOP
               MOVE 1 TO WS-BANCO-IDX
               PERFORM UNTIL WS-BANCO-IDX > WS-QTD-BANCOS
                   COMPUTE WSC-LINHA = WS-BANCO-IDX + 7
                   DISPLAY WSR-ID-BANCO(WS-BANCO-IDX)
                   LINE WSC-LINHA COL 03 FOREGROUND-COLOR IS 04
                   DISPLAY WSR-NME-BANCO(WS-BANCO-IDX)
                   LINE WSC-LINHA COL 12 FOREGROUND-COLOR IS 04
                   ADD 1 TO WS-BANCO-IDX
               END-PERFORM
           END-IF
           DISPLAY LB-OPERACAO.

      *----CARREGA A TAB-BANCOS A PARTIR DO ARQUIVO DE BANCOS-------------*
       4010-CARREGA-BANCOS.
           MOVE ZEROS TO WS-QTD-BANCOS
           OPEN INPUT ARQ-BANCOS
           IF WS-FSTATUS EQUAL ZEROS
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-QTD-BANCOS = 13
                   READ ARQ-BANCOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-BANCOS
                           MOVE ARQCOD-BANCO
                               TO WSR-ID-BANCO(WS-QTD-BANCOS)
                           MOVE ARQNME-BANCO
                               TO WSR-NME-BANCO(WS-QTD-BANCOS)
                   END-READ
               END-PERFORM
               CLOSE ARQ-BANCOS
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *---------------AREA RESERVADA PARA TIPOS/CATEGORIAS----------------*
       4500-MENU-TIPOS.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'PAGINA DE TIPOS' TO WS-PAG
           MOVE ZERO TO WS-OPCAO
           DISPLAY LB-CABECALHO
           DISPLAY LB-TIPOS
           PERFORM UNTIL WS-OPCAO = 99
               MOVE ZEROS TO WS-OPCAO
               ACCEPT LB-OPCAO-TIPO
               EVALUATE WS-OPCAO
               WHEN 01
                   PERFORM 4501-CADASTRO-TIPO
               WHEN 02
                   PERFORM 4502-LISTAR-TIPOS
               WHEN 03
                   PERFORM 4503-REMOVER-TIPO
               WHEN 04
                   PERFORM 4505-CLASSIFICA-TIPO
               WHEN 99
                   PERFORM 0000-INICIALIZACAO
               WHEN OTHER
           ACCEPT WS-TIPO-CAD-NOME LINE 08 COL 38
           FOREGROUND-COLOR IS 04

           MOVE ZERO TO WS-TIPO-CAD-FISC
           IF WS-TIPO-CAD-NAT EQUAL 'R'
               MOVE 3 TO WS-TIPO-CAD-MAX
               DISPLAY WS-CLF-LEG-R LINE 10 COL 03
               FOREGROUND-COLOR IS 03
           ELSE
               MOVE 5 TO WS-TIPO-CAD-MAX
               DISPLAY WS-CLF-LEG-D LINE 10 COL 03
               FOREGROUND-COLOR IS 03
           END-IF
           DISPLAY 'CLASSE FISCAL (IRPF)............:'
           LINE 09 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-TIPO-CAD-FISC >= 1
           AND WS-TIPO-CAD-FISC <= WS-TIPO-CAD-MAX
               ACCEPT WS-TIPO-CAD-FISC LINE 09 COL 38
               FOREGROUND-COLOR IS 04
               IF WS-TIPO-CAD-FISC < 1
               OR WS-TIPO-CAD-FISC > WS-TIPO-CAD-MAX
                   MOVE 'CLASSE FISCAL INVALIDA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-OPCAO
           DISPLAY '**SALVAR TIPO? [01]SIM [02]NAO'
           LINE 12 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-OPCAO LINE 12 COL 35
           FOREGROUND-COLOR IS 04
           IF WS-OPCAO NOT EQUAL 01
               MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
                       TO WS-TIPO-R-COD(WS-QTD-TIPOS-R)
                       MOVE WS-TIPO-CAD-NOME
                       TO WS-TIPO-R-NOME(WS-QTD-TIPOS-R)
                       MOVE WS-TIPO-CAD-FISC
                       TO WS-TIPO-R-FISC(WS-QTD-TIPOS-R)
                   ELSE
                       ADD 1 TO WS-QTD-TIPOS-D
                       MOVE WS-TIPO-CAD-COD
                       TO WS-TIPO-D-COD(WS-QTD-TIPOS-D)
                       MOVE WS-TIPO-CAD-NOME
                       TO WS-TIPO-D-NOME(WS-QTD-TIPOS-D)
                       MOVE WS-TIPO-CAD-FISC
                       TO WS-TIPO-D-FISC(WS-QTD-TIPOS-D)
                   END-IF
                   MOVE 'CADASTRO' TO WS-JRN-OPERACAO
                   MOVE 'TIPOS'    TO WS-JRN-ARQUIVO
           FOREGROUND-COLOR IS 03
           DISPLAY 'COD  NOME' LINE 07 COL 42
           FOREGROUND-COLOR IS 03
           DISPLAY 'CLASSE' LINE 07 COL 29
           FOREGROUND-COLOR IS 03
           DISPLAY 'CLASSE' LINE 07 COL 68
           FOREGROUND-COLOR IS 03
           MOVE 1 TO WS-TIPO-IDX2
           PERFORM UNTIL WS-TIPO-IDX2 > WS-QTD-TIPOS-R
           OR WS-TIPO-IDX2 > 15
               LINE WSC-LINHA COL 03 FOREGROUND-COLOR IS 04
               DISPLAY WS-TIPO-R-NOME(WS-TIPO-IDX2)
               LINE WSC-LINHA COL 08 FOREGROUND-COLOR IS 04
               MOVE WS-TIPO-R-FISC(WS-TIPO-IDX2) TO WS-CLF-GRP
               DISPLAY WS-CLF-SIGLA(WS-CLF-GRP)
               LINE WSC-LINHA COL 29 FOREGROUND-COLOR IS 04
               ADD 1 TO WS-TIPO-IDX2
           END-PERFORM
           MOVE 1 TO WS-TIPO-IDX2
               LINE WSC-LINHA COL 42 FOREGROUND-COLOR IS 04
               DISPLAY WS-TIPO-D-NOME(WS-TIPO-IDX2)
               LINE WSC-LINHA COL 47 FOREGROUND-COLOR IS 04
               COMPUTE WS-CLF-GRP = WS-TIPO-D-FISC(WS-TIPO-IDX2) + 3
               DISPLAY WS-CLF-SIGLA(WS-CLF-GRP)
               LINE WSC-LINHA COL 68 FOREGROUND-COLOR IS 04
               ADD 1 TO WS-TIPO-IDX2
           END-PERFORM
           IF WS-QTD-TIPOS-R EQUAL ZEROS
           END-IF
           DISPLAY LB-OPERACAO.

      *----ALTERA A CLASSIFICACAO FISCAL (IRPF) DE UM TIPO EXISTENTE-----*
       4505-CLASSIFICA-TIPO.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'CLASSIFICACAO FISCAL' TO WS-PAG
           DISPLAY LB-CABECALHO

           MOVE SPACE TO WS-TIPO-CAD-NAT
           DISPLAY 'NATUREZA (R=RECEITA / D=DESPESA):'
           LINE 06 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-TIPO-CAD-NAT = 'R' OR 'D'
               ACCEPT WS-TIPO-CAD-NAT LINE 06 COL 38
               FOREGROUND-COLOR IS 04
               IF WS-TIPO-CAD-NAT NOT = 'R' AND 'D'
                   MOVE 'INFORME R OU D!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-TIPO-CAD-COD
           DISPLAY 'CODIGO DO TIPO..................:'
           LINE 07 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-TIPO-CAD-COD LINE 07 COL 38
           FOREGROUND-COLOR IS 04

           MOVE WS-TIPO-CAD-NAT TO WS-VT-NAT
           MOVE WS-TIPO-CAD-COD TO WS-VT-TIPO
           PERFORM 8150-VALIDA-TIPO-MOVIMENTO
           IF WS-VT-ACHOU NOT EQUAL 'SIM'
               MOVE 'TIPO NAO ENCONTRADO!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           ELSE
               DISPLAY 'NOME.....: ' LINE 08 COL 03
               FOREGROUND-COLOR IS 03
               DISPLAY WS-VT-NOME LINE 08 COL 15
               FOREGROUND-COLOR IS 04
               IF WS-TIPO-CAD-NAT EQUAL 'R'
                   MOVE WS-VT-FISC TO WS-CLF-GRP
                   MOVE 3 TO WS-TIPO-CAD-MAX
                   DISPLAY WS-CLF-LEG-R LINE 11 COL 03
                   FOREGROUND-COLOR IS 03
               ELSE
                   COMPUTE WS-CLF-GRP = WS-VT-FISC + 3
                   MOVE 5 TO WS-TIPO-CAD-MAX
                   DISPLAY WS-CLF-LEG-D LINE 11 COL 03
                   FOREGROUND-COLOR IS 03
               END-IF
               DISPLAY 'ATUAL....: ' LINE 09 COL 03
               FOREGROUND-COLOR IS 03
               DISPLAY WS-CLF-SIGLA(WS-CLF-GRP) LINE 09 COL 15
               FOREGROUND-COLOR IS 04
               DISPLAY 'NOVA CLASSE FISCAL..............:'
               LINE 10 COL 03 FOREGROUND-COLOR IS 05
               MOVE ZERO TO WS-TIPO-CAD-FISC
               PERFORM UNTIL WS-TIPO-CAD-FISC >= 1
               AND WS-TIPO-CAD-FISC <= WS-TIPO-CAD-MAX
                   ACCEPT WS-TIPO-CAD-FISC LINE 10 COL 38
                   FOREGROUND-COLOR IS 04
                   IF WS-TIPO-CAD-FISC < 1
                   OR WS-TIPO-CAD-FISC > WS-TIPO-CAD-MAX
                       MOVE 'CLASSE FISCAL INVALIDA!' TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   ELSE
                       MOVE SPACES TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   END-IF
               END-PERFORM
               DISPLAY 'CONFIRMA A ALTERACAO? [01]SIM [02]NAO'
               LINE 13 COL 03 FOREGROUND-COLOR IS 05
               MOVE ZERO TO WS-OPCAO
               ACCEPT WS-OPCAO LINE 14 COL 03
               FOREGROUND-COLOR IS 04
               IF WS-OPCAO EQUAL 01
                   MOVE 'ALTERACAO' TO WS-JRN-OPERACAO
                   MOVE 'TIPOS'     TO WS-JRN-ARQUIVO
                   MOVE WS-TIPO-CAD-COD TO WS-JRN-CHAVE
                   MOVE 'INICIO'    TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
                   IF WS-TIPO-CAD-NAT EQUAL 'R'
                       MOVE WS-TIPO-CAD-FISC
                       TO WS-TIPO-R-FISC(WS-VT-IDX)
                   ELSE
                       MOVE WS-TIPO-CAD-FISC
                       TO WS-TIPO-D-FISC(WS-VT-IDX)
                   END-IF
                   PERFORM 4520-GRAVA-ARQ-TIPOS
                   MOVE 'FIM'       TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
                   MOVE 'CLASSE FISCAL ALTERADA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-IF
           MOVE ZERO TO WS-OPCAO.

      *----REMOCAO DE UM TIPO/CATEGORIA (SO SUPERVISOR)-------------------*
       4503-REMOVER-TIPO.
           PERFORM 9400-EXIGE-SUPERVISOR

      *----GUARDA NA TABELA CORRETA UM TIPO LIDO DO ARQUIVO---------------*
       4511-GUARDA-TIPO-LIDO.
      *----LINHAS SEM CLASSE FISCAL (OU FORA DA FAIXA) FICAM COM 1------*
           IF ARQTIP-FISC NOT NUMERIC
               MOVE 1 TO ARQTIP-FISC
           END-IF
           IF ARQTIP-FISC < 1
           OR ARQTIP-FISC > 5
           OR (ARQTIP-NAT EQUAL 'R' AND ARQTIP-FISC > 3)
               MOVE 1 TO ARQTIP-FISC
           END-IF
           IF ARQTIP-NAT EQUAL 'R' AND WS-QTD-TIPOS-R < 30
               ADD 1 TO WS-QTD-TIPOS-R
               MOVE ARQTIP-COD  TO WS-TIPO-R-COD(WS-QTD-TIPOS-R)
               MOVE ARQTIP-NOME TO WS-TIPO-R-NOME(WS-QTD-TIPOS-R)
               MOVE ARQTIP-FISC TO WS-TIPO-R-FISC(WS-QTD-TIPOS-R)
           END-IF
           IF ARQTIP-NAT EQUAL 'D' AND WS-QTD-TIPOS-D < 30
               ADD 1 TO WS-QTD-TIPOS-D
               MOVE ARQTIP-COD  TO WS-TIPO-D-COD(WS-QTD-TIPOS-D)
               MOVE ARQTIP-NOME TO WS-TIPO-D-NOME(WS-QTD-TIPOS-D)
               MOVE ARQTIP-FISC TO WS-TIPO-D-FISC(WS-QTD-TIPOS-D)
           END-IF.

      *----REGRAVA O Tipos.txt INTEIRO A PARTIR DAS TABELAS---------------*
                   MOVE 'R' TO ARQTIP-NAT
                   MOVE WS-TIPO-R-COD(WS-TIPO-IDX2)  TO ARQTIP-COD
                   MOVE WS-TIPO-R-NOME(WS-TIPO-IDX2) TO ARQTIP-NOME
                   MOVE WS-TIPO-R-FISC(WS-TIPO-IDX2) TO ARQTIP-FISC
                   WRITE ARQ-REC-TIPO
                   ADD 1 TO WS-TIPO-IDX2
               END-PERFORM
                   MOVE 'D' TO ARQTIP-NAT
                   MOVE WS-TIPO-D-COD(WS-TIPO-IDX2)  TO ARQTIP-COD
                   MOVE WS-TIPO-D-NOME(WS-TIPO-IDX2) TO ARQTIP-NOME
                   MOVE WS-TIPO-D-FISC(WS-TIPO-IDX2) TO ARQTIP-FISC
                   WRITE ARQ-REC-TIPO
                   ADD 1 TO WS-TIPO-IDX2
               END-PERFORM
           MOVE 03 TO WS-TIPO-D-COD(3)
           MOVE 'PARCELADA' TO WS-TIPO-D-NOME(3)
           MOVE 04 TO WS-TIPO-D-COD(4)
           MOVE 'OUTROS'    TO WS-TIPO-D-NOME(4)
           MOVE 1 TO WS-TIPO-R-FISC(1)
           MOVE 2 TO WS-TIPO-R-FISC(2)
           MOVE 3 TO WS-TIPO-R-FISC(3)
           MOVE 1 TO WS-TIPO-R-FISC(4)
           MOVE 1 TO WS-TIPO-D-FISC(1)
           MOVE 1 TO WS-TIPO-D-FISC(2)
           MOVE 1 TO WS-TIPO-D-FISC(3)
           MOVE 1 TO WS-TIPO-D-FISC(4).

      *----------AREA RESERVADA PARA LANCAMENTOS RECORRENTES--------------*
       6000-MENU-RECORRENTES.
           FOREGROUND-COLOR IS 04

           MOVE SPACES TO WS-LR-CONTA
           MOVE ZEROS TO WS-LR-CONT-ID
           DISPLAY 'CONTA (CONT-ID)...............:'
           LINE 10 COL 03 FOREGROUND-COLOR IS 05
           MOVE 'NAO' TO WS-VC-ACHOU
           PERFORM UNTIL WS-VC-ACHOU = 'SIM'
               ACCEPT WS-LR-CONT-ID LINE 10 COL 38
               FOREGROUND-COLOR IS 04
               MOVE WS-LR-CONT-ID TO WS-VC-CONT-ID
               PERFORM 8140-VALIDA-CONTA-MOVIMENTO
               IF WS-VC-ACHOU NOT EQUAL 'SIM'
                   MOVE 'CONTA NAO CADASTRADA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE WS-VC-CONTA TO WS-LR-CONTA
                   DISPLAY WS-LR-CONTA LINE 10 COL 44
                   FOREGROUND-COLOR IS 03
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
               MOVE WS-LR-DIA      TO TL-REC-DIA
               MOVE WS-LR-DESC     TO TL-REC-DESC
               MOVE WS-LR-CONTA    TO TL-REC-CONTA
               MOVE WS-LR-CONT-ID  TO TL-REC-CONT-ID
               MOVE WS-LR-TIPO     TO TL-REC-TIPO
               MOVE 'S'            TO TL-REC-ATIVO
               MOVE ZEROS          TO TL-REC-ULT-GER
               MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           ELSE
               PERFORM 6005-EXECUTA-GERACAO
               DISPLAY LB-OPERACAO
           END-IF
           MOVE ZERO TO WS-OPCAO.

      *----NUCLEO DA GERACAO (SEM TELA), USADO PELA OPCAO DO MENU E----*
      *----PELA EXECUCAO EM LOTE: GERA O MES WS-LR-ANOMES E DEVOLVE O--*
      *----RESUMO EM WS-STATUSOP E WS-LOTE-ETAPA-OK = 'SIM' SE GEROU---*
       6005-EXECUTA-GERACAO.
           MOVE 'NAO' TO WS-LOTE-ETAPA-OK
           MOVE ZEROS TO WS-LR-QTD-GER
           MOVE ZEROS TO WS-LR-QTD-PUL
           MOVE WS-LR-ANOMES TO WS-VMF-ANOMES
           PERFORM 8400-VERIFICA-MES-FECHADO
           IF WS-VMF-BLOQ EQUAL 'SIM'
               MOVE 'MES FECHADO - GERACAO NAO PERMITIDA!'
               TO WS-STATUSOP
           ELSE
               PERFORM 6014-DIAS-DO-MES-GERACAO
               MOVE ZEROS TO ARQL-ID
               MOVE ZERO TO WS-EOF
               END-PERFORM
               MOVE ZERO TO WS-EOF
               MOVE ZEROS TO WS-FSTATUS
               MOVE WS-LR-ANOMES TO WS-EMP-ALVO
               PERFORM 5230-LANCA-PARCELAS-EMPREST
               ADD WS-EMP-QTD-GER TO WS-LR-QTD-GER
               ADD WS-EMP-QTD-PUL TO WS-LR-QTD-PUL

               MOVE SPACES TO WS-STATUSOP
               STRING 'GERADOS: '        DELIMITED BY SIZE
                      '  PULADOS: '      DELIMITED BY SIZE
                      WS-LR-QTD-PUL      DELIMITED BY SIZE
                      INTO WS-STATUSOP
               MOVE 'SIM' TO WS-LOTE-ETAPA-OK
           END-IF.

      *----QUANTIDADE DE DIAS DO MES DA GERACAO (WS-LR-GER-ANO/MES)------*
       6014-DIAS-DO-MES-GERACAO.
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ARQR-DESC EQUAL ARQL-DESC
                           AND ARQR-CONT-ID EQUAL ARQL-CONT-ID
                           AND ARQR-VAL EQUAL ARQL-VAL
                           AND ARQR-ANO-RECB EQUAL WS-LR-GER-ANO
                           AND ARQR-MES-RECB EQUAL WS-LR-GER-MES
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ARQD-DESC EQUAL ARQL-DESC
                           AND ARQD-CONT-ID EQUAL ARQL-CONT-ID
                           AND ARQD-VAL EQUAL ARQL-VAL
                           AND ARQD-ANO-VENC EQUAL WS-LR-GER-ANO
                           AND ARQD-MES-VENC EQUAL WS-LR-GER-MES

      *----GRAVA UMA RECEITA GERADA E CREDITA O SALDO DA CONTA-----------*
       6017-GERA-RECEITA.
           MOVE ARQL-CONT-ID TO WS-VC-CONT-ID
           PERFORM 8140-VALIDA-CONTA-MOVIMENTO
           IF WS-VC-ACHOU NOT EQUAL 'SIM'
               ADD 1 TO WS-LR-QTD-PUL
           ELSE
               PERFORM 1012-PROXIMO-ID-RECEITA
               MOVE TAB-RECEITAS   TO ARQ-REC
               MOVE SPACES         TO ARQR-DOC
               MOVE WS-CONT-01     TO ARQR-ID
               MOVE ARQL-VAL       TO ARQR-VAL
               MOVE WS-LR-DIA-GER  TO ARQR-DIA-RECB
               MOVE WS-LR-GER-ANO  TO ARQR-ANO-ESP
               MOVE ARQL-DESC      TO ARQR-DESC
               MOVE ARQL-CONTA     TO ARQR-CONTA
               MOVE ARQL-CONT-ID   TO ARQR-CONT-ID
               MOVE ARQL-TIPO      TO ARQR-TIPO
               MOVE 'GERACAO'      TO WS-JRN-OPERACAO
               MOVE 'RECEITAS'     TO WS-JRN-ARQUIVO
               MOVE ARQR-ID        TO WS-JRN-CHAVE
               MOVE 'INICIO'       TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               PERFORM 8185-CONVERTE-RECEITA
               WRITE ARQ-REC
                   INVALID KEY
                       MOVE 99 TO WS-FSTATUS

      *----GRAVA UMA DESPESA GERADA (EM ABERTO) E DEBITA O SALDO---------*
       6018-GERA-DESPESA.
           MOVE ARQL-CONT-ID TO WS-VC-CONT-ID
           PERFORM 8140-VALIDA-CONTA-MOVIMENTO
           IF WS-VC-ACHOU NOT EQUAL 'SIM'
           OR (ARQL-VAL > WS-VC-SALDO
           ELSE
               PERFORM 2012-PROXIMO-ID-DESPESA
               MOVE TAB-DESPESAS   TO ARQ-DESP
               MOVE SPACES         TO ARQD-DOC
               MOVE WS-CONT-01-D   TO ARQD-ID
               MOVE ARQL-VAL       TO ARQD-VAL
               MOVE WS-LR-DIA-GER  TO ARQD-DIA-VENC
               MOVE ZEROS          TO ARQD-DAT-PAG
               MOVE ARQL-DESC      TO ARQD-DESC
               MOVE ARQL-CONTA     TO ARQD-CONTA
               MOVE ARQL-CONT-ID   TO ARQD-CONT-ID
               MOVE ARQL-TIPO      TO ARQD-TIPO
               MOVE 'GERACAO'      TO WS-JRN-OPERACAO
               MOVE 'DESPESAS'     TO WS-JRN-ARQUIVO
               MOVE ARQD-ID        TO WS-JRN-CHAVE
               MOVE 'INICIO'       TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               PERFORM 8186-CONVERTE-DESPESA
               WRITE ARQ-DESP
                   INVALID KEY
                       MOVE 99 TO WS-FSTATUS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQD-ANO-VENC EQUAL WS-ORC-ANO
                       AND ARQD-MES-VENC EQUAL WS-ORC-MES
                           MOVE ARQD-ID   TO WS-RAT-DESP-ID
                           MOVE ARQD-VAL  TO WS-RAT-DESP-VAL
                           MOVE ARQD-VAL-BRL TO WS-RAT-DESP-BRL
                           MOVE ARQD-TIPO TO WS-RAT-DESP-TIPO
                           PERFORM 6512-SOMA-RATEIO-ORCAMENTO
                       END-IF
               END-READ
           END-PERFORM
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF HDP-ANO-VENC EQUAL WS-ORC-ANO
                           AND HDP-MES-VENC EQUAL WS-ORC-MES
                               MOVE HDP-ID   TO WS-RAT-DESP-ID
                               MOVE HDP-VAL  TO WS-RAT-DESP-VAL
                               MOVE HDP-VAL-BRL TO WS-RAT-DESP-BRL
                               MOVE HDP-TIPO TO WS-RAT-DESP-TIPO
                               PERFORM 6512-SOMA-RATEIO-ORCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----SOMA AO REALIZADO AS LINHAS DO RATEIO DA DESPESA EM---------*
      *----WS-RAT-DESP-* QUE SAO DO TIPO WS-ORC-TIPO-------------------*
       6512-SOMA-RATEIO-ORCAMENTO.
           PERFORM 2045-APURA-RATEIO-DESPESA
           MOVE 1 TO WS-RAT-IDX
           PERFORM UNTIL WS-RAT-IDX > WS-RAT-QTD
               IF WS-RAT-L-TIPO(WS-RAT-IDX) EQUAL WS-ORC-TIPO
                   ADD WS-RAT-L-BRL(WS-RAT-IDX) TO WS-ORC-REALIZADO
               END-IF
               ADD 1 TO WS-RAT-IDX
           END-PERFORM.

      *----AVISA, AO GRAVAR UMA DESPESA, SE O LIMITE MENSAL DO TIPO------*
      *----FOI ULTRAPASSADO (APENAS AVISO - A GRAVACAO E MANTIDA)--------*
       6520-AVISO-ORCAMENTO.
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-FLX-RECEB-TAB
           MOVE ZEROS TO WS-FLX-PAGO-TAB
           MOVE ZEROS TO WS-FLX-DSP-TIPO-TAB
           MOVE ZEROS TO WS-FLX-ACUMUL
           MOVE ZEROS TO WS-FLX-TOT-RECB
           MOVE ZEROS TO WS-FLX-TOT-PAGO
                       IF ARQR-ANO-RECB = WS-FLX-ANO
                       AND ARQR-MES-RECB >= 01
                       AND ARQR-MES-RECB <= 12
                           ADD ARQR-VAL-BRL
                           TO WS-FLX-RECEB-MES(ARQR-MES-RECB)
                           MOVE 'SIM' TO WS-FLX-ACHOU
                       END-IF
                       IF ARQD-ANO-PAG = WS-FLX-ANO
                       AND ARQD-MES-PAG >= 01
                       AND ARQD-MES-PAG <= 12
                           ADD ARQD-VAL-BRL
                           TO WS-FLX-PAGO-MES(ARQD-MES-PAG)
                           MOVE 'SIM' TO WS-FLX-ACHOU
                           MOVE ARQD-ID   TO WS-RAT-DESP-ID
                           MOVE ARQD-VAL  TO WS-RAT-DESP-VAL
                           MOVE ARQD-VAL-BRL TO WS-RAT-DESP-BRL
                           MOVE ARQD-TIPO TO WS-RAT-DESP-TIPO
                           PERFORM 5015-ACUMULA-TIPO-FLUXO
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-FLX-ACUMUL TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'DESPESAS PAGAS NO ANO POR TIPO (COM RATEIO):'
           TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 1 TO WS-TIPO-IDX2
           PERFORM UNTIL WS-TIPO-IDX2 > WS-QTD-TIPOS-D
               MOVE SPACES TO RDET-TOT-LABEL
               STRING '[' DELIMITED BY SIZE
                      WS-TIPO-D-COD(WS-TIPO-IDX2)
                      DELIMITED BY SIZE
                      '] ' DELIMITED BY SIZE
                      WS-TIPO-D-NOME(WS-TIPO-IDX2)(1:19)
                      DELIMITED BY SIZE
                      INTO RDET-TOT-LABEL
               MOVE WS-FLX-DSP-TIPO(WS-TIPO-IDX2) TO RDET-TOT-VALOR
               MOVE WS-RDET-TOTAL TO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
               ADD 1 TO WS-TIPO-IDX2
           END-PERFORM
           PERFORM 7030-FECHA-RELATORIO

           DISPLAY 'TOTAL RECEBIDO NO ANO: R$' LINE 21 COL 03
           FOREGROUND-COLOR IS 05
           MOVE WS-FLX-TOT-RECB TO WS-FLX-ED-TOTAL
                           IF HRC-ANO-RECB = WS-FLX-ANO
                           AND HRC-MES-RECB >= 01
                           AND HRC-MES-RECB <= 12
                               ADD HRC-VAL-BRL
                               TO WS-FLX-RECEB-MES(HRC-MES-RECB)
                               MOVE 'SIM' TO WS-FLX-ACHOU
                           END-IF
                           IF HDP-ANO-PAG = WS-FLX-ANO
                           AND HDP-MES-PAG >= 01
                           AND HDP-MES-PAG <= 12
                               ADD HDP-VAL-BRL
                               TO WS-FLX-PAGO-MES(HDP-MES-PAG)
                               MOVE 'SIM' TO WS-FLX-ACHOU
                               MOVE HDP-ID   TO WS-RAT-DESP-ID
                               MOVE HDP-VAL  TO WS-RAT-DESP-VAL
                               MOVE HDP-VAL-BRL TO WS-RAT-DESP-BRL
                               MOVE HDP-TIPO TO WS-RAT-DESP-TIPO
                               PERFORM 5015-ACUMULA-TIPO-FLUXO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *---SOMA A DESPESA EM WS-RAT-DESP-* AO PAGO NO ANO DE CADA TIPO--*
      *----PELAS LINHAS DO SEU RATEIO (OU PELO TIPO UNICO)-------------*
       5015-ACUMULA-TIPO-FLUXO.
           PERFORM 2045-APURA-RATEIO-DESPESA
           MOVE 1 TO WS-RAT-IDX
           PERFORM UNTIL WS-RAT-IDX > WS-RAT-QTD
               MOVE 'D' TO WS-VT-NAT
               MOVE WS-RAT-L-TIPO(WS-RAT-IDX) TO WS-VT-TIPO
               PERFORM 8150-VALIDA-TIPO-MOVIMENTO
               IF WS-VT-ACHOU EQUAL 'SIM'
                   ADD WS-RAT-L-BRL(WS-RAT-IDX)
                   TO WS-FLX-DSP-TIPO(WS-VT-IDX)
               END-IF
               ADD 1 TO WS-RAT-IDX
           END-PERFORM.

      *----DESPESAS PAGAS NO ANO POR CENTRO DE CUSTO E MES, PELAS------*
      *----LINHAS DO RATEIO; GRAVADO EM Relat.txt----------------------*
       5020-DESPESAS-CENTRO-CUSTO.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'DESP. POR C.CUSTO' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-CCU-TAB
           MOVE ZEROS TO WS-CCU-QTD
           MOVE ZEROS TO WS-CCU-TOT-ANO
           MOVE 'NAO' TO WS-CCU-TEM

           MOVE ZEROS TO WS-CCU-ANO
           DISPLAY 'ANO (AAAA):' LINE 05 COL 03
           FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-CCU-ANO >= 2000
               ACCEPT WS-CCU-ANO LINE 05 COL 15
               FOREGROUND-COLOR IS 04
               IF WS-CCU-ANO < 2000
                   MOVE 'ANO DEVE SER SUPERIOR A 2000'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE 'NAO' TO WS-FCH-INCLUI-HIST
           DISPLAY 'INCLUIR HISTORICO? [01]SIM [02]NAO'
           LINE 06 COL 03 FOREGROUND-COLOR IS 05
           MOVE ZERO TO WS-OPCAO
           ACCEPT WS-OPCAO LINE 06 COL 40
           FOREGROUND-COLOR IS 04
           IF WS-OPCAO EQUAL 01
               MOVE 'SIM' TO WS-FCH-INCLUI-HIST
           END-IF
           MOVE ZERO TO WS-OPCAO

           PERFORM 5021-VARRE-DESPESAS-CCUSTO
           IF WS-FCH-INCLUI-HIST EQUAL 'SIM'
               PERFORM 5022-VARRE-HISTORICO-CCUSTO
           END-IF
           PERFORM 5024-EMITE-CENTRO-CUSTO

           DISPLAY 'C.CUSTO         PAGO NO ANO'
           LINE 08 COL 03 FOREGROUND-COLOR IS 03
           MOVE 09 TO WS-CCU-LINHA
           MOVE 1 TO WS-CCU-IDX
           PERFORM UNTIL WS-CCU-IDX > WS-CCU-QTD
               IF WS-CCU-LINHA > 20
                   DISPLAY '...DEMAIS CENTROS NO Relat.txt'
                   LINE 21 COL 03 FOREGROUND-COLOR IS 03
                   MOVE WS-CCU-QTD TO WS-CCU-IDX
               ELSE
                   DISPLAY WS-CCU-NOME(WS-CCU-IDX)
                   LINE WS-CCU-LINHA COL 03 FOREGROUND-COLOR IS 04
                   MOVE WS-CCU-VAL-ANO(WS-CCU-IDX) TO WS-FLX-ED-TOTAL
                   DISPLAY WS-FLX-ED-TOTAL
                   LINE WS-CCU-LINHA COL 16 FOREGROUND-COLOR IS 04
                   ADD 1 TO WS-CCU-LINHA
               END-IF
               ADD 1 TO WS-CCU-IDX
           END-PERFORM
           DISPLAY 'TOTAL PAGO NO ANO: R$' LINE 22 COL 03
           FOREGROUND-COLOR IS 05
           MOVE WS-CCU-TOT-ANO TO WS-FLX-ED-TOTAL
           DISPLAY WS-FLX-ED-TOTAL LINE 22 COL 25
           FOREGROUND-COLOR IS 04

           IF WS-CCU-TEM EQUAL 'NAO'
               MOVE 'NENHUMA DESPESA PAGA NO ANO!' TO WS-STATUSOP
           ELSE
               MOVE 'RELATORIO GRAVADO EM Relat.txt' TO WS-STATUSOP
           END-IF
           DISPLAY LB-OPERACAO
           DISPLAY 'TECLE <ENTER> PARA VOLTAR AO MENU'
           LINE 05 COL 45 FOREGROUND-COLOR IS 05
           MOVE SPACE TO WS-TESTE
           ACCEPT WS-TESTE LINE 05 COL 78
           MOVE SPACES TO WS-PAG
           MOVE 'MENU PRINCIPAL' TO WS-PAG
           DISPLAY LB-CABECALHO
           DISPLAY LB-MENU.

      *----VARRE AS DESPESAS PAGAS NO ANO WS-CCU-ANO-------------------*
       5021-VARRE-DESPESAS-CCUSTO.
           MOVE ZEROS TO ARQD-ID
           MOVE ZERO TO WS-EOF
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-DESPESAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQD-ANO-PAG = WS-CCU-ANO
                       AND ARQD-MES-PAG >= 01
                       AND ARQD-MES-PAG <= 12
                           MOVE ARQD-ID      TO WS-RAT-DESP-ID
                           MOVE ARQD-VAL     TO WS-RAT-DESP-VAL
                           MOVE ARQD-VAL-BRL TO WS-RAT-DESP-BRL
                           MOVE ARQD-TIPO    TO WS-RAT-DESP-TIPO
                           MOVE ARQD-MES-PAG TO WS-CCU-W-MES
                           PERFORM 5023-ACUMULA-CENTRO-CUSTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----VARRE AS DESPESAS DO ANO JA ARQUIVADAS NO HISTORICO---------*
       5022-VARRE-HISTORICO-CCUSTO.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-DESP-HIST
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-DESP-HIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF HDP-ANO-PAG = WS-CCU-ANO
                           AND HDP-MES-PAG >= 01
                           AND HDP-MES-PAG <= 12
                               MOVE HDP-ID      TO WS-RAT-DESP-ID
                               MOVE HDP-VAL     TO WS-RAT-DESP-VAL
                               MOVE HDP-VAL-BRL TO WS-RAT-DESP-BRL
                               MOVE HDP-TIPO    TO WS-RAT-DESP-TIPO
                               MOVE HDP-MES-PAG TO WS-CCU-W-MES
                               PERFORM 5023-ACUMULA-CENTRO-CUSTO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-DESP-HIST
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *---SOMA CADA LINHA DO RATEIO DA DESPESA AO SEU CENTRO DE CUSTO--*
      *----NO MES WS-CCU-W-MES (SEM CENTRO: '(SEM C.C.)')--------------*
       5023-ACUMULA-CENTRO-CUSTO.
           PERFORM 2045-APURA-RATEIO-DESPESA
           MOVE 1 TO WS-RAT-IDX
           PERFORM UNTIL WS-RAT-IDX > WS-RAT-QTD
               MOVE WS-RAT-L-CCUSTO(WS-RAT-IDX) TO WS-CCU-W-NOME
               MOVE WS-RAT-L-BRL(WS-RAT-IDX)    TO WS-CCU-W-VAL
               IF WS-CCU-W-NOME EQUAL SPACES
                   MOVE '(SEM C.C.)' TO WS-CCU-W-NOME
               END-IF
               MOVE ZEROS TO WS-CCU-ACHOU
               MOVE 1 TO WS-CCU-IDX
               PERFORM UNTIL WS-CCU-IDX > WS-CCU-QTD
                   IF WS-CCU-NOME(WS-CCU-IDX) EQUAL WS-CCU-W-NOME
                       MOVE WS-CCU-IDX TO WS-CCU-ACHOU
                       MOVE WS-CCU-QTD TO WS-CCU-IDX
                   END-IF
                   ADD 1 TO WS-CCU-IDX
               END-PERFORM
               IF WS-CCU-ACHOU EQUAL ZEROS
                   IF WS-CCU-QTD < 29
                       ADD 1 TO WS-CCU-QTD
                       MOVE WS-CCU-QTD TO WS-CCU-ACHOU
                       MOVE WS-CCU-W-NOME
                       TO WS-CCU-NOME(WS-CCU-ACHOU)
                   ELSE
                       MOVE 30 TO WS-CCU-ACHOU
                       MOVE 30 TO WS-CCU-QTD
                       MOVE '(OUTROS)' TO WS-CCU-NOME(30)
                   END-IF
               END-IF
               ADD WS-CCU-W-VAL
               TO WS-CCU-VAL-MES(WS-CCU-ACHOU, WS-CCU-W-MES)
               ADD WS-CCU-W-VAL TO WS-CCU-VAL-ANO(WS-CCU-ACHOU)
               ADD WS-CCU-W-VAL TO WS-CCU-TOT-ANO
               MOVE 'SIM' TO WS-CCU-TEM
               ADD 1 TO WS-RAT-IDX
           END-PERFORM.

      *----GRAVA EM Relat.txt O PAGO POR MES E CENTRO DE CUSTO E O-----*
      *----TOTAL DO ANO DE CADA CENTRO---------------------------------*
       5024-EMITE-CENTRO-CUSTO.
           MOVE 'DESPESAS PAGAS POR CENTRO DE CUSTO' TO WS-REL-TITULO
           MOVE 'MES  C.CUSTO                PAGO' TO WS-REL-CABEC1
           PERFORM 7000-ABRE-RELATORIO

           MOVE SPACES TO WS-REL-DET
           STRING 'ANO BASE: ' DELIMITED BY SIZE
                  WS-CCU-ANO   DELIMITED BY SIZE
                  INTO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           MOVE 1 TO WS-CCU-MES
           PERFORM UNTIL WS-CCU-MES > 12
               MOVE ZEROS TO WS-CCU-TOT-MES
               MOVE 1 TO WS-CCU-IDX
               PERFORM UNTIL WS-CCU-IDX > WS-CCU-QTD
                   IF WS-CCU-VAL-MES(WS-CCU-IDX, WS-CCU-MES) > ZEROS
                       MOVE WS-CCU-MES TO RDET-CCU-MES
                       MOVE WS-CCU-NOME(WS-CCU-IDX) TO RDET-CCU-NOME
                       MOVE WS-CCU-VAL-MES(WS-CCU-IDX, WS-CCU-MES)
                       TO RDET-CCU-VALOR
                       MOVE WS-RDET-CCUSTO TO WS-REL-DET
                       PERFORM 7010-GRAVA-LINHA-RELATORIO
                       ADD WS-CCU-VAL-MES(WS-CCU-IDX, WS-CCU-MES)
                       TO WS-CCU-TOT-MES
                   END-IF
                   ADD 1 TO WS-CCU-IDX
               END-PERFORM
               IF WS-CCU-TOT-MES > ZEROS
                   MOVE WS-CCU-MES TO RDET-CCU-MES
                   MOVE 'TOTAL MES' TO RDET-CCU-NOME
                   MOVE WS-CCU-TOT-MES TO RDET-CCU-VALOR
                   MOVE WS-RDET-CCUSTO TO WS-REL-DET
                   PERFORM 7010-GRAVA-LINHA-RELATORIO
                   MOVE SPACES TO WS-REL-DET
                   PERFORM 7010-GRAVA-LINHA-RELATORIO
               END-IF
               ADD 1 TO WS-CCU-MES
           END-PERFORM

           MOVE SPACES TO WS-REL-DET
           MOVE 'TOTAL DO ANO POR CENTRO DE CUSTO:' TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 1 TO WS-CCU-IDX
           PERFORM UNTIL WS-CCU-IDX > WS-CCU-QTD
               MOVE SPACES TO RDET-CCU-MES
               MOVE WS-CCU-NOME(WS-CCU-IDX) TO RDET-CCU-NOME
               MOVE WS-CCU-VAL-ANO(WS-CCU-IDX) TO RDET-CCU-VALOR
               MOVE WS-RDET-CCUSTO TO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
               ADD 1 TO WS-CCU-IDX
           END-PERFORM
           MOVE 'TOTAL PAGO NO ANO....: R$' TO RDET-TOT-LABEL
           MOVE WS-CCU-TOT-ANO TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           PERFORM 7030-FECHA-RELATORIO.

      *-------------AREA RESERVADA PARA A PROJECAO DE SALDO-------------*
      *----PROJECAO DO SALDO DE CADA CONTA PARA 30, 60 OU 90 DIAS, COM--*
      *----DETALHE DIARIO OU SEMANAL, GRAVADA EM Relat.txt, INDICANDO A-*
      *----PRIMEIRA DATA EM QUE CADA CONTA FICA NEGATIVA----------------*
       5100-PROJECAO-SALDO.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'PROJECAO DE SALDO' TO WS-PAG
           DISPLAY LB-CABECALHO

           MOVE ZEROS TO WS-PRJ-HORIZ
           DISPLAY 'HORIZONTE EM DIAS (30/60/90):' LINE 05 COL 03
           FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-PRJ-HORIZ = 30 OR 60 OR 90
               ACCEPT WS-PRJ-HORIZ LINE 05 COL 33
               FOREGROUND-COLOR IS 04
               IF WS-PRJ-HORIZ NOT = 30 AND 60 AND 90
                   MOVE 'HORIZONTE DEVE SER 30, 60 OU 90!'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-PRJ-MODO
           DISPLAY 'DETALHE [01]DIARIO [02]SEMANAL:' LINE 06 COL 03
           FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-PRJ-MODO = 01 OR 02
               ACCEPT WS-PRJ-MODO LINE 06 COL 35
               FOREGROUND-COLOR IS 04
               IF WS-PRJ-MODO NOT = 01 AND 02
                   MOVE 'OPCAO INVALIDA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-PRJ-CTA-FAT
           DISPLAY 'CONTA QUE PAGA AS FATURAS (CODIGO, 0000=CONTA '-
           'CORRENTE):' LINE 07 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-PRJ-CTA-FAT LINE 07 COL 61
           FOREGROUND-COLOR IS 04

           PERFORM 5101-MONTA-DIAS-PROJECAO
           PERFORM 5102-CARREGA-CONTAS-PROJECAO
           IF WS-PRJ-QTD-CTA EQUAL ZEROS
               MOVE 'NENHUMA CONTA CADASTRADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           ELSE
               PERFORM 5103-RECEITAS-PROJECAO
               PERFORM 5104-DESPESAS-PROJECAO
               PERFORM 5105-RECORRENTES-PROJECAO
               PERFORM 5124-EMPRESTIMOS-PROJECAO
               PERFORM 5106-FATURAS-PROJECAO
               PERFORM 5110-EMITE-PROJECAO
           END-IF

           DISPLAY 'TECLE <ENTER> PARA VOLTAR AO MENU'
           LINE 05 COL 45 FOREGROUND-COLOR IS 05
           MOVE SPACE TO WS-TESTE
           ACCEPT WS-TESTE LINE 05 COL 78
           MOVE SPACES TO WS-PAG
           MOVE 'MENU PRINCIPAL' TO WS-PAG
           DISPLAY LB-CABECALHO
           DISPLAY LB-MENU.

      *----MONTA A TABELA DE DATAS DA PROJECAO: HOJE MAIS O HORIZONTE---*
       5101-MONTA-DIAS-PROJECAO.
           ACCEPT WS-PRJ-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-PRJ-HOJE-NUM8 =
               WS-PRJ-HOJE-ANO * 10000 + WS-PRJ-HOJE-MES * 100
               + WS-PRJ-HOJE-DIA
           COMPUTE WS-PRJ-QTD-DIAS = WS-PRJ-HORIZ + 1
           MOVE WS-PRJ-HOJE-NUM8 TO WS-PRJ-W-NUM8
           MOVE 1 TO WS-PRJ-POS
           PERFORM UNTIL WS-PRJ-POS > WS-PRJ-QTD-DIAS
               MOVE WS-PRJ-W-NUM8 TO WS-PRJ-DATA(WS-PRJ-POS)
               PERFORM 5115-AVANCA-DIA-PROJECAO
               ADD 1 TO WS-PRJ-POS
           END-PERFORM
           MOVE WS-PRJ-DATA(WS-PRJ-QTD-DIAS) TO WS-PRJ-ULT-NUM8
           DIVIDE 100 INTO WS-PRJ-ULT-NUM8
           GIVING WS-PRJ-ULT-ANOMES.

      *----CARREGA AS CONTAS (EXCETO CARTOES) COM O SALDO ATUAL E A-----*
      *----LISTA DE CARTOES COM O DIA DE VENCIMENTO DA FATURA-----------*
       5102-CARREGA-CONTAS-PROJECAO.
           INITIALIZE WS-PRJ-CTA-TAB
           MOVE ZEROS TO WS-PRJ-QTD-CTA
           MOVE ZEROS TO WS-PRJ-IDX-FAT
           MOVE ZEROS TO WS-CRT-QTD-CART
           MOVE 'NAO' TO WS-PRJ-CHEIO
           MOVE ZEROS TO CONT-ID
           MOVE ZERO TO WS-EOF
           START ARQ-CONTAS KEY IS NOT LESS THAN CONT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                       WHEN CONT-TIPO EQUAL 04
                           IF WS-CRT-QTD-CART < 20
                               ADD 1 TO WS-CRT-QTD-CART
                               MOVE CONT-ID
                               TO WS-CRT-C-ID(WS-CRT-QTD-CART)
                               MOVE CONTA-NMBANC
                               TO WS-CRT-C-NOME(WS-CRT-QTD-CART)
                               MOVE CONT-ID TO CRT-ID
                               READ ARQ-CARTOES
                                   INVALID KEY
                                       MOVE 01
                                       TO WS-CRT-C-VENC(WS-CRT-QTD-CART)
                                   NOT INVALID KEY
                                       MOVE CRT-DIA-VENC
                                       TO WS-CRT-C-VENC(WS-CRT-QTD-CART)
                               END-READ
                               MOVE ZEROS TO WS-FSTATUS
                           END-IF
                       WHEN WS-PRJ-QTD-CTA < 30
                           ADD 1 TO WS-PRJ-QTD-CTA
                           MOVE CONT-ID
                           TO WS-PRJ-CTA-ID(WS-PRJ-QTD-CTA)
                           MOVE CONTA-NMBANC
                           TO WS-PRJ-CTA-NOME(WS-PRJ-QTD-CTA)
                           MOVE CONT-TIPO
                           TO WS-PRJ-CTA-TIPO(WS-PRJ-QTD-CTA)
                           IF CONT-MOEDA EQUAL SPACES
                               MOVE 'BRL'
                               TO WS-PRJ-CTA-MOEDA(WS-PRJ-QTD-CTA)
                           ELSE
                               MOVE CONT-MOEDA
                               TO WS-PRJ-CTA-MOEDA(WS-PRJ-QTD-CTA)
                           END-IF
                           MOVE CONT-SALD
                           TO WS-PRJ-CTA-INI(WS-PRJ-QTD-CTA)
                       WHEN OTHER
                           MOVE 'SIM' TO WS-PRJ-CHEIO
                       END-EVALUATE
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS

           MOVE 1 TO WS-PRJ-IDX
           PERFORM UNTIL WS-PRJ-IDX > WS-PRJ-QTD-CTA
               IF WS-PRJ-CTA-FAT NOT EQUAL ZEROS
               AND WS-PRJ-CTA-ID(WS-PRJ-IDX) EQUAL WS-PRJ-CTA-FAT
                   MOVE WS-PRJ-IDX TO WS-PRJ-IDX-FAT
               END-IF
               ADD 1 TO WS-PRJ-IDX
           END-PERFORM
           MOVE 1 TO WS-PRJ-IDX
           PERFORM UNTIL WS-PRJ-IDX > WS-PRJ-QTD-CTA
               IF WS-PRJ-IDX-FAT EQUAL ZEROS
               AND WS-PRJ-CTA-TIPO(WS-PRJ-IDX) EQUAL 02
                   MOVE WS-PRJ-IDX TO WS-PRJ-IDX-FAT
               END-IF
               ADD 1 TO WS-PRJ-IDX
           END-PERFORM
           IF WS-PRJ-IDX-FAT EQUAL ZEROS
           AND WS-PRJ-QTD-CTA > ZEROS
               MOVE 1 TO WS-PRJ-IDX-FAT
           END-IF.

      *----RECEITAS AINDA NAO RECEBIDAS: SAEM DO SALDO DE HOJE E ENTRAM-*
      *----NA DATA ESPERADA (OU NA DATA DE RECEBIMENTO FUTURA)----------*
       5103-RECEITAS-PROJECAO.
           MOVE ZEROS TO ARQR-ID
           MOVE ZERO TO WS-EOF
           START ARQ-RECEITAS KEY IS NOT LESS THAN ARQR-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-RECEITAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE ARQR-CONT-ID TO WS-PRJ-EVT-CONT-ID
                       PERFORM 5112-LOCALIZA-CONTA-PROJECAO
                       IF WS-PRJ-ACHADO NOT EQUAL ZEROS
                           PERFORM 5107-RECEITA-PENDENTE-PROJECAO
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----TRATA UMA RECEITA DA CONTA WS-PRJ-ACHADO AINDA NAO RECEBIDA--*
       5107-RECEITA-PENDENTE-PROJECAO.
           MOVE 'R' TO WS-PRJ-EVT-NAT
           MOVE ARQR-VAL TO WS-PRJ-EVT-VAL
           IF ARQR-DAT-RECB EQUAL ZEROS
               IF ARQR-DAT-ESP NOT EQUAL ZEROS
                   COMPUTE WS-PRJ-EVT-DATA =
                       ARQR-ANO-ESP * 10000 + ARQR-MES-ESP * 100
                       + ARQR-DIA-ESP
                   SUBTRACT ARQR-VAL
                   FROM WS-PRJ-CTA-INI(WS-PRJ-ACHADO)
                   IF WS-PRJ-EVT-DATA >= WS-PRJ-HOJE-NUM8
                       PERFORM 5114-LANCA-EVENTO-PROJECAO
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-PRJ-EVT-DATA =
                   ARQR-ANO-RECB * 10000 + ARQR-MES-RECB * 100
                   + ARQR-DIA-RECB
               IF WS-PRJ-EVT-DATA > WS-PRJ-HOJE-NUM8
                   SUBTRACT ARQR-VAL
                   FROM WS-PRJ-CTA-INI(WS-PRJ-ACHADO)
                   PERFORM 5114-LANCA-EVENTO-PROJECAO
               END-IF
           END-IF.

      *----DESPESAS EM ABERTO: VOLTAM AO SALDO DE HOJE E SAEM NO--------*
      *----VENCIMENTO (AS JA VENCIDAS SAEM HOJE). AS DESPESAS DE--------*
      *----CARTAO ENTRAM PELA FATURA, NA CONTA QUE PAGA AS FATURAS------*
       5104-DESPESAS-PROJECAO.
           MOVE ZEROS TO ARQD-ID
           MOVE ZERO TO WS-EOF
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-DESPESAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQD-DAT-PAG EQUAL ZEROS
                           MOVE ARQD-CONT-ID TO WS-PRJ-EVT-CONT-ID
                           PERFORM 5112-LOCALIZA-CONTA-PROJECAO
                           IF WS-PRJ-ACHADO NOT EQUAL ZEROS
                               ADD ARQD-VAL
                               TO WS-PRJ-CTA-INI(WS-PRJ-ACHADO)
                               COMPUTE WS-PRJ-EVT-DATA =
                                   ARQD-ANO-VENC * 10000
                                   + ARQD-MES-VENC * 100
                                   + ARQD-DIA-VENC
                               MOVE ARQD-VAL TO WS-PRJ-EVT-VAL
                               MOVE 'D' TO WS-PRJ-EVT-NAT
                               PERFORM 5114-LANCA-EVENTO-PROJECAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----LANCAMENTOS RECORRENTES ATIVOS AINDA NAO GERADOS, NO DIA-----*
      *----DE CADA MES DO HORIZONTE (LIMITADO AO ULTIMO DIA DO MES)-----*
      *----OS DE CARTAO ENTRAM NA FATURA DO CARTAO--------------------*
       5105-RECORRENTES-PROJECAO.
           MOVE ZEROS TO ARQL-ID
           MOVE ZERO TO WS-EOF
           START ARQ-RECORR KEY IS NOT LESS THAN ARQL-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-RECORR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQL-ATIVO EQUAL 'S'
                           MOVE ARQL-CONT-ID TO WS-PRJ-EVT-CONT-ID
                           PERFORM 5112-LOCALIZA-CONTA-PROJECAO
                           MOVE ZEROS TO WS-PRJ-CRT-ACHADO
                           IF WS-PRJ-ACHADO EQUAL ZEROS
                               PERFORM 5121-LOCALIZA-CARTAO-PROJECAO
                           END-IF
                           IF WS-PRJ-ACHADO NOT EQUAL ZEROS
                           OR WS-PRJ-CRT-ACHADO NOT EQUAL ZEROS
                               PERFORM 5108-MESES-RECORRENTE-PROJECAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----PERCORRE OS MESES DO HORIZONTE PARA O RECORRENTE LIDO. O---*
      *----DO MES CORRENTE AINDA NAO GERADO, COM O DIA JA PASSADO, SAI-*
      *----HOJE--------------------------------------------------------*
       5108-MESES-RECORRENTE-PROJECAO.
           MOVE WS-PRJ-HOJE-ANO TO WS-PRJ-W-ANO
           MOVE WS-PRJ-HOJE-MES TO WS-PRJ-W-MES
           COMPUTE WS-PRJ-W-ANOMES = WS-PRJ-W-ANO * 100 + WS-PRJ-W-MES
           PERFORM UNTIL WS-PRJ-W-ANOMES > WS-PRJ-ULT-ANOMES
               IF WS-PRJ-W-ANOMES > ARQL-ULT-GER
                   PERFORM 5116-DIAS-DO-MES-PROJECAO
                   MOVE ARQL-DIA TO WS-PRJ-W-DIA
                   IF WS-PRJ-W-DIA > WS-DIA-QTD
                       MOVE WS-DIA-QTD TO WS-PRJ-W-DIA
                   END-IF
                   MOVE WS-PRJ-W-NUM8 TO WS-PRJ-EVT-DATA
                   IF WS-PRJ-EVT-DATA < WS-PRJ-HOJE-NUM8
                       MOVE WS-PRJ-HOJE-NUM8 TO WS-PRJ-EVT-DATA
                   END-IF
                   MOVE ARQL-VAL TO WS-PRJ-EVT-VAL
                   MOVE ARQL-NATUREZA TO WS-PRJ-EVT-NAT
                   IF WS-PRJ-CRT-ACHADO NOT EQUAL ZEROS
                       MOVE WS-PRJ-W-NUM8 TO WS-PRJ-W-SALVA
                       MOVE WS-PRJ-CRT-ACHADO TO WS-CRT-IDX
                       PERFORM 5122-PRIMEIRA-FATURA-PROJECAO
                       PERFORM 5123-LANCA-NA-FATURA-PROJECAO
                       MOVE WS-PRJ-W-SALVA TO WS-PRJ-W-NUM8
                   ELSE
                       PERFORM 5114-LANCA-EVENTO-PROJECAO
                   END-IF
               END-IF
               ADD 1 TO WS-PRJ-W-MES
               IF WS-PRJ-W-MES > 12
                   MOVE 01 TO WS-PRJ-W-MES
                   ADD 1 TO WS-PRJ-W-ANO
               END-IF
               COMPUTE WS-PRJ-W-ANOMES =
                   WS-PRJ-W-ANO * 100 + WS-PRJ-W-MES
           END-PERFORM.

      *----FATURAS DE CADA CARTAO: SAEM DA CONTA QUE PAGA AS FATURAS---*
       5106-FATURAS-PROJECAO.
           IF WS-PRJ-IDX-FAT NOT EQUAL ZEROS
               MOVE 1 TO WS-CRT-IDX
               PERFORM UNTIL WS-CRT-IDX > WS-CRT-QTD-CART
                   PERFORM 5109-FATURAS-CARTAO-PROJECAO
                   ADD 1 TO WS-CRT-IDX
               END-PERFORM
           END-IF.

      *----CADA DESPESA EM ABERTO DO CARTAO WS-CRT-IDX ENTRA NA FATURA-*
      *----QUE VENCE NO PRIMEIRO DIA DE VENCIMENTO A PARTIR DO SEU-----*
      *----PROPRIO VENCIMENTO; AS JA VENCIDAS E AS QUE VENCEM ATE O----*
      *----PROXIMO VENCIMENTO FORMAM A FATURA ABERTA, QUE SAI NELE-----*
       5109-FATURAS-CARTAO-PROJECAO.
           PERFORM 5122-PRIMEIRA-FATURA-PROJECAO
           MOVE ZEROS TO ARQD-ID
           MOVE ZERO TO WS-EOF
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQD-DAT-PAG EQUAL ZEROS
                       AND ARQD-CONT-ID EQUAL WS-CRT-C-ID(WS-CRT-IDX)
                           PERFORM 5117-DESPESA-CARTAO-PROJECAO
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----LANCA A DESPESA DE CARTAO LIDA NO VENCIMENTO DA SUA FATURA--*
       5117-DESPESA-CARTAO-PROJECAO.
           COMPUTE WS-PRJ-EVT-DATA =
               ARQD-ANO-VENC * 10000 + ARQD-MES-VENC * 100
               + ARQD-DIA-VENC
           MOVE ARQD-VAL TO WS-PRJ-EVT-VAL
           MOVE 'D' TO WS-PRJ-EVT-NAT
           PERFORM 5123-LANCA-NA-FATURA-PROJECAO.

      *----DIA DE VENCIMENTO DO CARTAO WS-CRT-IDX NO MES DE------------*
      *----WS-PRJ-W-ANO/MES (LIMITADO AO ULTIMO DIA DO MES)------------*
       5118-VENCIMENTO-FATURA-PROJECAO.
           PERFORM 5116-DIAS-DO-MES-PROJECAO
           MOVE WS-CRT-C-VENC(WS-CRT-IDX) TO WS-PRJ-W-DIA
           IF WS-PRJ-W-DIA EQUAL ZEROS
               MOVE 01 TO WS-PRJ-W-DIA
           END-IF
           IF WS-PRJ-W-DIA > WS-DIA-QTD
               MOVE WS-DIA-QTD TO WS-PRJ-W-DIA
           END-IF.

      *----AVANCA WS-PRJ-W-ANO/MES PARA O MES SEGUINTE-----------------*
       5119-PROXIMO-MES-PROJECAO.
           ADD 1 TO WS-PRJ-W-MES
           IF WS-PRJ-W-MES > 12
               MOVE 01 TO WS-PRJ-W-MES
               ADD 1 TO WS-PRJ-W-ANO
           END-IF.

      *----LOCALIZA NA LISTA DE CARTOES O DE CODIGO--------------------*
      *----WS-PRJ-EVT-CONT-ID, DEVOLVENDO O INDICE EM WS-PRJ-CRT-ACHADO*
      *----E EM WS-CRT-IDX (ZEROS SE NAO ACHADO)-----------------------*
       5121-LOCALIZA-CARTAO-PROJECAO.
           MOVE ZEROS TO WS-PRJ-CRT-ACHADO
           MOVE 1 TO WS-CRT-IDX
           PERFORM UNTIL WS-CRT-IDX > WS-CRT-QTD-CART
           OR WS-PRJ-CRT-ACHADO NOT EQUAL ZEROS
               IF WS-CRT-C-ID(WS-CRT-IDX) EQUAL WS-PRJ-EVT-CONT-ID
                   MOVE WS-CRT-IDX TO WS-PRJ-CRT-ACHADO
               ELSE
                   ADD 1 TO WS-CRT-IDX
               END-IF
           END-PERFORM.

      *----PRIMEIRO VENCIMENTO DE FATURA DO CARTAO WS-CRT-IDX A PARTIR-*
      *----DE HOJE, EM WS-PRJ-FAT-NUM8 (FATURA ABERTA)-----------------*
       5122-PRIMEIRA-FATURA-PROJECAO.
           MOVE WS-PRJ-HOJE-ANO TO WS-PRJ-W-ANO
           MOVE WS-PRJ-HOJE-MES TO WS-PRJ-W-MES
           PERFORM 5118-VENCIMENTO-FATURA-PROJECAO
           IF WS-PRJ-W-NUM8 < WS-PRJ-HOJE-NUM8
               PERFORM 5119-PROXIMO-MES-PROJECAO
               PERFORM 5118-VENCIMENTO-FATURA-PROJECAO
           END-IF
           MOVE WS-PRJ-W-NUM8 TO WS-PRJ-FAT-NUM8.

      *----LANCA NA CONTA QUE PAGA AS FATURAS O VALOR WS-PRJ-EVT-VAL---*
      *----COBRADO NO CARTAO WS-CRT-IDX EM WS-PRJ-EVT-DATA, NO---------*
      *----VENCIMENTO DA FATURA EM QUE ELE ENTRA (WS-PRJ-FAT-NUM8 JA---*
      *----CALCULADO PARA O CARTAO)------------------------------------*
       5123-LANCA-NA-FATURA-PROJECAO.
           IF WS-PRJ-IDX-FAT NOT EQUAL ZEROS
               IF WS-PRJ-EVT-DATA <= WS-PRJ-FAT-NUM8
                   MOVE WS-PRJ-FAT-NUM8 TO WS-PRJ-EVT-DATA
               ELSE
                   MOVE WS-PRJ-EVT-DATA TO WS-PRJ-W-NUM8
                   PERFORM 5118-VENCIMENTO-FATURA-PROJECAO
                   IF WS-PRJ-W-NUM8 < WS-PRJ-EVT-DATA
                       PERFORM 5119-PROXIMO-MES-PROJECAO
                       PERFORM 5118-VENCIMENTO-FATURA-PROJECAO
                   END-IF
                   MOVE WS-PRJ-W-NUM8 TO WS-PRJ-EVT-DATA
               END-IF
               MOVE WS-PRJ-IDX-FAT TO WS-PRJ-ACHADO
               PERFORM 5114-LANCA-EVENTO-PROJECAO
           END-IF.

      *----PARCELAS AINDA NAO LANCADAS DOS EMPRESTIMOS ATIVOS QUE------*
      *----VENCEM NO HORIZONTE (AS JA VENCIDAS SAEM HOJE); AS DE-------*
      *----CARTAO ENTRAM NA FATURA DO CARTAO---------------------------*
       5124-EMPRESTIMOS-PROJECAO.
           MOVE ZEROS TO ARQE-ID
           MOVE ZERO TO WS-EOF
           START ARQ-EMPREST KEY IS NOT LESS THAN ARQE-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-EMPREST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQE-SITUACAO EQUAL 'A'
                       AND ARQE-ULT-PARC < ARQE-PRAZO
                           MOVE ARQE-CONT-ID TO WS-PRJ-EVT-CONT-ID
                           PERFORM 5112-LOCALIZA-CONTA-PROJECAO
                           MOVE ZEROS TO WS-PRJ-CRT-ACHADO
                           IF WS-PRJ-ACHADO EQUAL ZEROS
                               PERFORM 5121-LOCALIZA-CARTAO-PROJECAO
                           END-IF
                           IF WS-PRJ-ACHADO NOT EQUAL ZEROS
                           OR WS-PRJ-CRT-ACHADO NOT EQUAL ZEROS
                               PERFORM 5125-PARCELAS-EMPREST-PROJECAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----PERCORRE A TABELA DO EMPRESTIMO LIDO ATE O FIM DO-----------*
      *----HORIZONTE, LANCANDO AS PARCELAS APOS ARQE-ULT-PARC----------*
       5125-PARCELAS-EMPREST-PROJECAO.
           MOVE 'NAO' TO WS-EMP-PARAR
           PERFORM 5221-INICIA-TABELA
           IF WS-PRJ-CRT-ACHADO NOT EQUAL ZEROS
               PERFORM 5122-PRIMEIRA-FATURA-PROJECAO
           END-IF
           PERFORM UNTIL WS-EMP-SEQ >= ARQE-PRAZO
           OR WS-EMP-PARAR EQUAL 'SIM'
               PERFORM 5222-PROXIMA-PARCELA
               COMPUTE WS-PRJ-EVT-DATA =
                   WS-EMP-VENC-ANO * 10000 + WS-EMP-VENC-MES * 100
                   + WS-EMP-VENC-DIA
               IF WS-PRJ-EVT-DATA > WS-PRJ-ULT-NUM8
                   MOVE 'SIM' TO WS-EMP-PARAR
               ELSE
                   IF WS-EMP-SEQ > ARQE-ULT-PARC
                       IF WS-PRJ-EVT-DATA < WS-PRJ-HOJE-NUM8
                           MOVE WS-PRJ-HOJE-NUM8 TO WS-PRJ-EVT-DATA
                       END-IF
                       MOVE WS-EMP-PARCELA TO WS-PRJ-EVT-VAL
                       MOVE 'D' TO WS-PRJ-EVT-NAT
                       IF WS-PRJ-CRT-ACHADO NOT EQUAL ZEROS
                           PERFORM 5123-LANCA-NA-FATURA-PROJECAO
                       ELSE
                           PERFORM 5114-LANCA-EVENTO-PROJECAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----EMITE A PROJECAO NA TELA (RESUMO) E NO Relat.txt (DETALHE)---*
       5110-EMITE-PROJECAO.
           MOVE ZEROS TO WS-PRJ-TOT-INI
           MOVE ZEROS TO WS-PRJ-TOT-FIM
           MOVE ZEROS TO WS-PRJ-QTD-NEG
           MOVE ZEROS TO WS-PRJ-QTD-ESTR
           MOVE ZEROS TO WS-PRJ-QTD-SEM-COT
           MOVE 'PROJECAO DE SALDO POR CONTA' TO WS-REL-TITULO
           MOVE 'DATA             ENTRADAS         SAIDAS   SALDO P'-
           'REVISTO  SITUACAO' TO WS-REL-CABEC1
           PERFORM 7000-ABRE-RELATORIO
           MOVE SPACES TO WS-REL-DET
           IF WS-PRJ-MODO EQUAL 01
               STRING 'HORIZONTE: ' WS-PRJ-HORIZ
                      ' DIAS - DETALHE DIARIO' DELIMITED BY SIZE
                      INTO WS-REL-DET
           ELSE
               STRING 'HORIZONTE: ' WS-PRJ-HORIZ
                      ' DIAS - DETALHE SEMANAL' DELIMITED BY SIZE
                      INTO WS-REL-DET
           END-IF
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           DISPLAY 'CONTA                          SALDO HOJE     SAL'-
           'DO FINAL 1A DATA NEG.' LINE 08 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY 'MOEDA' LINE 08 COL 73
           FOREGROUND-COLOR IS 03
           MOVE 09 TO WS-PRJ-LINHA
           MOVE 1 TO WS-PRJ-IDX
           PERFORM UNTIL WS-PRJ-IDX > WS-PRJ-QTD-CTA
               PERFORM 5111-PROJETA-CONTA
               ADD 1 TO WS-PRJ-IDX
           END-PERFORM

           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'RESUMO DA PROJECAO' TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'SALDO DISPONIVEL HOJE: R$' TO RDET-TOT-LABEL
           MOVE WS-PRJ-TOT-INI TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'SALDO PREVISTO FINAL.: R$' TO RDET-TOT-LABEL
           MOVE WS-PRJ-TOT-FIM TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           IF WS-PRJ-QTD-ESTR > ZEROS
               MOVE SPACES TO WS-REL-DET
               STRING 'CONTAS EM MOEDA ESTRANGEIRA CONVERTIDAS PELA C'
                      'OTACAO DE HOJE: ' WS-PRJ-QTD-ESTR
                      DELIMITED BY SIZE INTO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
           END-IF
           IF WS-PRJ-QTD-SEM-COT > ZEROS
               MOVE SPACES TO WS-REL-DET
               STRING 'CONTAS SEM COTACAO (FORA DOS TOTAIS): '
                      WS-PRJ-QTD-SEM-COT
                      DELIMITED BY SIZE INTO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
           END-IF
           MOVE SPACES TO WS-REL-DET
           STRING 'CONTAS QUE FICAM NEGATIVAS NO PERIODO: '
                  WS-PRJ-QTD-NEG DELIMITED BY SIZE INTO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           IF WS-PRJ-CHEIO EQUAL 'SIM'
               MOVE 'ATENCAO: PROJECAO LIMITADA A 30 CONTAS'
               TO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
           END-IF
           PERFORM 7030-FECHA-RELATORIO

           DISPLAY 'SALDO PREVISTO FINAL.: R$' LINE 22 COL 03
           FOREGROUND-COLOR IS 05
           MOVE WS-PRJ-TOT-FIM TO WS-ED-SALDO-G
           DISPLAY WS-ED-SALDO-G LINE 22 COL 29
           FOREGROUND-COLOR IS 04
           IF WS-PRJ-QTD-NEG > ZEROS
               MOVE 'ATENCAO: CONTA FICARA NEGATIVA!' TO WS-STATUSOP
           ELSE
               MOVE 'NENHUMA CONTA FICA NEGATIVA!' TO WS-STATUSOP
           END-IF
           DISPLAY LB-OPERACAO.

      *----PROJETA DIA A DIA O SALDO DA CONTA WS-PRJ-IDX----------------*
       5111-PROJETA-CONTA.
           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           STRING 'CONTA: ' WS-PRJ-CTA-ID(WS-PRJ-IDX) ' - '
                  WS-PRJ-CTA-NOME(WS-PRJ-IDX) DELIMITED BY SIZE
                  INTO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO RDET-TOT-LABEL
           STRING 'SALDO DISPONIV. HOJE: '
                  WS-PRJ-CTA-MOEDA(WS-PRJ-IDX)
                  DELIMITED BY SIZE INTO RDET-TOT-LABEL
           MOVE WS-PRJ-CTA-INI(WS-PRJ-IDX) TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           MOVE WS-PRJ-CTA-INI(WS-PRJ-IDX) TO WS-PRJ-SALDO
           MOVE ZEROS TO WS-PRJ-CTA-NEG(WS-PRJ-IDX)
           MOVE ZEROS TO WS-PRJ-PER-ENT
           MOVE ZEROS TO WS-PRJ-PER-SAI
           MOVE 1 TO WS-PRJ-POS
           PERFORM UNTIL WS-PRJ-POS > WS-PRJ-QTD-DIAS
               ADD WS-PRJ-CTA-ENT(WS-PRJ-IDX, WS-PRJ-POS)
               TO WS-PRJ-SALDO WS-PRJ-PER-ENT
               SUBTRACT WS-PRJ-CTA-SAI(WS-PRJ-IDX, WS-PRJ-POS)
               FROM WS-PRJ-SALDO
               ADD WS-PRJ-CTA-SAI(WS-PRJ-IDX, WS-PRJ-POS)
               TO WS-PRJ-PER-SAI
               IF WS-PRJ-SALDO < ZEROS
               AND WS-PRJ-CTA-NEG(WS-PRJ-IDX) EQUAL ZEROS
                   MOVE WS-PRJ-DATA(WS-PRJ-POS)
                   TO WS-PRJ-CTA-NEG(WS-PRJ-IDX)
               END-IF
               PERFORM 5113-LINHA-PROJECAO
               ADD 1 TO WS-PRJ-POS
           END-PERFORM
           MOVE WS-PRJ-SALDO TO WS-PRJ-CTA-FIM(WS-PRJ-IDX)
           PERFORM 5120-TOTALIZA-CONTA-PROJECAO

           MOVE SPACES TO RDET-TOT-LABEL
           STRING 'SALDO PREVISTO FINAL: '
                  WS-PRJ-CTA-MOEDA(WS-PRJ-IDX)
                  DELIMITED BY SIZE INTO RDET-TOT-LABEL
           MOVE WS-PRJ-CTA-FIM(WS-PRJ-IDX) TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-DET
           IF WS-PRJ-CTA-NEG(WS-PRJ-IDX) EQUAL ZEROS
               MOVE 'SALDO NAO FICA NEGATIVO NO PERIODO'
               TO WS-REL-DET
           ELSE
               ADD 1 TO WS-PRJ-QTD-NEG
               MOVE WS-PRJ-CTA-NEG(WS-PRJ-IDX) TO WS-PRJ-NEG-NUM8
               STRING 'PRIMEIRA DATA COM SALDO NEGATIVO: '
                      WS-PRJ-NEG-DIA '/' WS-PRJ-NEG-MES '/'
                      WS-PRJ-NEG-ANO DELIMITED BY SIZE
                      INTO WS-REL-DET
           END-IF
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           IF WS-PRJ-LINHA < 22
               DISPLAY WS-PRJ-CTA-NOME(WS-PRJ-IDX)
               LINE WS-PRJ-LINHA COL 03 FOREGROUND-COLOR IS 04
               MOVE WS-PRJ-CTA-INI(WS-PRJ-IDX) TO WS-ED-SALDO-G
               DISPLAY WS-ED-SALDO-G LINE WS-PRJ-LINHA COL 29
               FOREGROUND-COLOR IS 04
               MOVE WS-PRJ-CTA-FIM(WS-PRJ-IDX) TO WS-ED-SALDO-G
               DISPLAY WS-ED-SALDO-G LINE WS-PRJ-LINHA COL 45
               FOREGROUND-COLOR IS 04
               DISPLAY WS-PRJ-CTA-MOEDA(WS-PRJ-IDX)
               LINE WS-PRJ-LINHA COL 73 FOREGROUND-COLOR IS 04
               IF WS-PRJ-CTA-NEG(WS-PRJ-IDX) EQUAL ZEROS
                   DISPLAY 'OK' LINE WS-PRJ-LINHA COL 61
                   FOREGROUND-COLOR IS 02
               ELSE
                   DISPLAY WS-PRJ-NEG-DIA LINE WS-PRJ-LINHA COL 61
                   FOREGROUND-COLOR IS 06
                   DISPLAY '/' LINE WS-PRJ-LINHA COL 63
                   FOREGROUND-COLOR IS 06
                   DISPLAY WS-PRJ-NEG-MES LINE WS-PRJ-LINHA COL 64
                   FOREGROUND-COLOR IS 06
                   DISPLAY '/' LINE WS-PRJ-LINHA COL 66
                   FOREGROUND-COLOR IS 06
                   DISPLAY WS-PRJ-NEG-ANO LINE WS-PRJ-LINHA COL 67
                   FOREGROUND-COLOR IS 06
               END-IF
               ADD 1 TO WS-PRJ-LINHA
           END-IF.

      *----SOMA OS SALDOS DA CONTA WS-PRJ-IDX AOS TOTAIS EM R$, PELA---*
      *----COTACAO DE HOJE; SEM COTACAO A CONTA FICA FORA DOS TOTAIS---*
       5120-TOTALIZA-CONTA-PROJECAO.
           IF WS-PRJ-CTA-MOEDA(WS-PRJ-IDX) EQUAL 'BRL'
               ADD WS-PRJ-CTA-INI(WS-PRJ-IDX) TO WS-PRJ-TOT-INI
               ADD WS-PRJ-CTA-FIM(WS-PRJ-IDX) TO WS-PRJ-TOT-FIM
           ELSE
               ADD 1 TO WS-PRJ-QTD-ESTR
               MOVE WS-PRJ-CTA-MOEDA(WS-PRJ-IDX) TO WS-CB-MOEDA
               MOVE WS-PRJ-HOJE-NUM8 TO WS-CB-DATA
               PERFORM 8180-BUSCA-COTACAO
               IF WS-CB-ACHOU EQUAL 'SIM'
                   COMPUTE WS-PRJ-BRL ROUNDED =
                       WS-PRJ-CTA-INI(WS-PRJ-IDX) * WS-CB-TAXA
                   ADD WS-PRJ-BRL TO WS-PRJ-TOT-INI
                   COMPUTE WS-PRJ-BRL ROUNDED =
                       WS-PRJ-CTA-FIM(WS-PRJ-IDX) * WS-CB-TAXA
                   ADD WS-PRJ-BRL TO WS-PRJ-TOT-FIM
               ELSE
                   ADD 1 TO WS-PRJ-QTD-SEM-COT
               END-IF
           END-IF.

      *----LOCALIZA NA TABELA A CONTA DE CODIGO WS-PRJ-EVT-CONT-ID,----*
      *----DEVOLVENDO O INDICE EM WS-PRJ-ACHADO (ZEROS SE NAO ACHADA)--*
       5112-LOCALIZA-CONTA-PROJECAO.
           MOVE ZEROS TO WS-PRJ-ACHADO
           MOVE 1 TO WS-PRJ-BUSCA
           PERFORM UNTIL WS-PRJ-BUSCA > WS-PRJ-QTD-CTA
           OR WS-PRJ-ACHADO NOT EQUAL ZEROS
               IF WS-PRJ-CTA-ID(WS-PRJ-BUSCA) EQUAL WS-PRJ-EVT-CONT-ID
                   MOVE WS-PRJ-BUSCA TO WS-PRJ-ACHADO
               END-IF
               ADD 1 TO WS-PRJ-BUSCA
           END-PERFORM.

      *----GRAVA A LINHA DO DIA (DIARIO: DIAS COM MOVIMENTO; SEMANAL:---*
      *----A CADA 7 DIAS), SEMPRE COM A PRIMEIRA E A ULTIMA POSICAO-----*
       5113-LINHA-PROJECAO.
           COMPUTE WS-PRJ-POS-INI = WS-PRJ-POS - 1
           DIVIDE 7 INTO WS-PRJ-POS-INI
           GIVING WS-PRJ-QUOC
           REMAINDER WS-PRJ-RESTO
           IF WS-PRJ-POS EQUAL 1
           OR WS-PRJ-POS EQUAL WS-PRJ-QTD-DIAS
           OR (WS-PRJ-MODO EQUAL 01
               AND (WS-PRJ-PER-ENT > ZEROS OR WS-PRJ-PER-SAI > ZEROS))
           OR (WS-PRJ-MODO EQUAL 02 AND WS-PRJ-RESTO EQUAL ZEROS)
               MOVE WS-PRJ-DATA(WS-PRJ-POS) TO WS-PRJ-W-NUM8
               MOVE WS-PRJ-W-DIA TO RDET-PRJ-DIA
               MOVE WS-PRJ-W-MES TO RDET-PRJ-MES
               MOVE WS-PRJ-W-ANO TO RDET-PRJ-ANO
               MOVE WS-PRJ-PER-ENT TO RDET-PRJ-ENT
               MOVE WS-PRJ-PER-SAI TO RDET-PRJ-SAI
               MOVE WS-PRJ-SALDO TO RDET-PRJ-SALDO
               IF WS-PRJ-SALDO < ZEROS
                   MOVE 'NEGATIVO' TO RDET-PRJ-SIT
               ELSE
                   MOVE SPACES TO RDET-PRJ-SIT
               END-IF
               MOVE WS-RDET-PROJECAO TO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
               MOVE ZEROS TO WS-PRJ-PER-ENT
               MOVE ZEROS TO WS-PRJ-PER-SAI
           END-IF.

      *----SOMA O EVENTO WS-PRJ-EVT-* NA CONTA WS-PRJ-ACHADO, NA--------*
      *----POSICAO DA SUA DATA (IGNORADO SE ALEM DO HORIZONTE)----------*
       5114-LANCA-EVENTO-PROJECAO.
           MOVE ZEROS TO WS-PRJ-POS
           IF WS-PRJ-EVT-DATA <= WS-PRJ-HOJE-NUM8
               MOVE 1 TO WS-PRJ-POS
           ELSE
               IF WS-PRJ-EVT-DATA <= WS-PRJ-ULT-NUM8
                   MOVE 2 TO WS-PRJ-BUSCA
                   PERFORM UNTIL WS-PRJ-BUSCA > WS-PRJ-QTD-DIAS
                   OR WS-PRJ-POS NOT EQUAL ZEROS
                       IF WS-PRJ-DATA(WS-PRJ-BUSCA)
                       EQUAL WS-PRJ-EVT-DATA
                           MOVE WS-PRJ-BUSCA TO WS-PRJ-POS
                       END-IF
                       ADD 1 TO WS-PRJ-BUSCA
                   END-PERFORM
               END-IF
           END-IF
           IF WS-PRJ-POS NOT EQUAL ZEROS
               IF WS-PRJ-EVT-NAT EQUAL 'R'
                   ADD WS-PRJ-EVT-VAL
                   TO WS-PRJ-CTA-ENT(WS-PRJ-ACHADO, WS-PRJ-POS)
               ELSE
                   ADD WS-PRJ-EVT-VAL
                   TO WS-PRJ-CTA-SAI(WS-PRJ-ACHADO, WS-PRJ-POS)
               END-IF
           END-IF.

      *----AVANCA UM DIA NA DATA DE TRABALHO WS-PRJ-W-DATA--------------*
       5115-AVANCA-DIA-PROJECAO.
           PERFORM 5116-DIAS-DO-MES-PROJECAO
           ADD 1 TO WS-PRJ-W-DIA
           IF WS-PRJ-W-DIA > WS-DIA-QTD
               MOVE 01 TO WS-PRJ-W-DIA
               ADD 1 TO WS-PRJ-W-MES
               IF WS-PRJ-W-MES > 12
                   MOVE 01 TO WS-PRJ-W-MES
                   ADD 1 TO WS-PRJ-W-ANO
               END-IF
           END-IF.

      *----QUANTIDADE DE DIAS DO MES DA DATA DE TRABALHO DA PROJECAO----*
       5116-DIAS-DO-MES-PROJECAO.
           MOVE 00 TO WS-ANO-100
           MOVE 99 TO WS-ANO-004
           MOVE 00 TO WS-ANO-X
           DIVIDE 100 INTO WS-PRJ-W-ANO
           GIVING WS-ANO-X
           REMAINDER WS-ANO-100
           DIVIDE 004 INTO WS-PRJ-W-ANO
           GIVING WS-ANO-X
           REMAINDER WS-ANO-004
           EVALUATE TRUE
           WHEN WS-PRJ-W-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
               MOVE 31 TO WS-DIA-QTD
           WHEN WS-PRJ-W-MES = 04 OR 06 OR 09 OR 11
               MOVE 30 TO WS-DIA-QTD
           WHEN WS-ANO-100 NOT EQUAL 0 AND WS-ANO-004 = 0
               MOVE 29 TO WS-DIA-QTD
           WHEN OTHER
               MOVE 28 TO WS-DIA-QTD
           END-EVALUATE.

      *-------AREA RESERVADA PARA EMPRESTIMOS E FINANCIAMENTOS----------*
      *----CADASTRO DE EMPRESTIMOS COM TABELA PRICE OU SAC. A TABELA DE-*
      *----AMORTIZACAO E CALCULADA A PARTIR DO CADASTRO E CADA PARCELA--*
      *----E LANCADA COMO DESPESA NO VENCIMENTO, COM A DESCRICAO--------*
      *----'EMPnnnn sss/ttt' (CODIGO, PARCELA E PRAZO)------------------*
       5200-MENU-EMPRESTIMOS.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'EMPRESTIMOS' TO WS-PAG
           MOVE ZERO TO WS-OPCAO
           DISPLAY LB-CABECALHO
           DISPLAY LB-EMPREST
           PERFORM UNTIL WS-OPCAO = 99
               MOVE ZEROS TO WS-OPCAO
               ACCEPT LB-OPCAO-EMPREST
               EVALUATE WS-OPCAO
               WHEN 01
                   PERFORM 5201-CADASTRO-EMPRESTIMO
               WHEN 02
                   PERFORM 5202-LISTAR-EMPRESTIMOS
               WHEN 03
                   PERFORM 5203-TABELA-AMORTIZACAO
               WHEN 04
                   PERFORM 5204-LANCAR-PARCELAS-MES
               WHEN 05
                   PERFORM 5205-RELATORIO-SALDO-DEVEDOR
               WHEN 06
                   PERFORM 5206-QUITACAO-ANTECIPADA
               WHEN 99
                   PERFORM 0000-INICIALIZACAO
               WHEN OTHER
                   DISPLAY LB-OPERACAO
           END-PERFORM.

      *----CADASTRAMENTO DE UM EMPRESTIMO/FINANCIAMENTO-----------------*
       5201-CADASTRO-EMPRESTIMO.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'CADASTRAR EMPRESTIMO' TO WS-PAG
           DISPLAY LB-CABECALHO
           PERFORM 5210-PROXIMO-ID-EMPREST

           MOVE SPACES TO WS-EMP-DESC
           DISPLAY 'DESCRICAO.....................:'
           LINE 06 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-EMP-DESC LINE 06 COL 38
           FOREGROUND-COLOR IS 04

           MOVE SPACES TO WS-EMP-CONTA
           MOVE ZEROS TO WS-EMP-CONT-ID
           DISPLAY 'CONTA DE DEBITO (CONT-ID).....:'
           LINE 07 COL 03 FOREGROUND-COLOR IS 05
           MOVE 'NAO' TO WS-VC-ACHOU
           PERFORM UNTIL WS-VC-ACHOU = 'SIM'
               ACCEPT WS-EMP-CONT-ID LINE 07 COL 38
               FOREGROUND-COLOR IS 04
               MOVE WS-EMP-CONT-ID TO WS-VC-CONT-ID
               PERFORM 8140-VALIDA-CONTA-MOVIMENTO
               IF WS-VC-ACHOU NOT EQUAL 'SIM'
                   MOVE 'CONTA NAO CADASTRADA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE WS-VC-CONTA TO WS-EMP-CONTA
                   DISPLAY WS-EMP-CONTA LINE 07 COL 44
                   FOREGROUND-COLOR IS 03
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-EMP-VAL-FIN
           DISPLAY 'VALOR FINANCIADO..............:'
           LINE 08 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-EMP-VAL-FIN > 0
               ACCEPT WS-EMP-VAL-FIN LINE 08 COL 38
               FOREGROUND-COLOR IS 04
               IF WS-EMP-VAL-FIN = ZEROS
                   MOVE 'VALOR DEVE SER MAIOR QUE "0"' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-EMP-TAXA
           DISPLAY 'TAXA DE JUROS (% AO MES)......:'
           LINE 09 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-EMP-TAXA LINE 09 COL 38
           FOREGROUND-COLOR IS 04

           MOVE ZEROS TO WS-EMP-PRAZO
           DISPLAY 'PRAZO EM MESES (001-420)......:'
           LINE 10 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-EMP-PRAZO >= 1 AND WS-EMP-PRAZO <= 420
               ACCEPT WS-EMP-PRAZO LINE 10 COL 38
               FOREGROUND-COLOR IS 04
               IF WS-EMP-PRAZO < 1 OR WS-EMP-PRAZO > 420
                   MOVE 'PRAZO DEVE SER DE 1 A 420 MESES!'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE SPACE TO WS-EMP-SISTEMA
           DISPLAY 'SISTEMA (P=PRICE / S=SAC).....:'
           LINE 11 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-EMP-SISTEMA = 'P' OR 'S'
               ACCEPT WS-EMP-SISTEMA LINE 11 COL 38
               FOREGROUND-COLOR IS 04
               IF WS-EMP-SISTEMA NOT = 'P' AND 'S'
                   MOVE 'INFORME P OU S!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE 'NO' TO WS-IMP-OK
           DISPLAY 'DATA DA 1A PARCELA (DDMMAAAA).:'
           LINE 12 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-IMP-OK EQUAL 'OK'
               MOVE ZEROS TO WS-EMP-DATA-ENT
               ACCEPT WS-EMP-DATA-ENT LINE 12 COL 38
               FOREGROUND-COLOR IS 04
               MOVE WS-EMP-ENT-DIA TO WS-IMP-DIA
               MOVE WS-EMP-ENT-MES TO WS-IMP-MES
               MOVE WS-EMP-ENT-ANO TO WS-IMP-ANO
               PERFORM 8300-VALIDA-DATA-IMPORT
               IF WS-IMP-OK NOT EQUAL 'OK'
                   MOVE 'DATA INVALIDA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-EMP-TIPO
           DISPLAY 'TIPO DA DESPESA DAS PARCELAS..:'
           LINE 13 COL 03 FOREGROUND-COLOR IS 05
           MOVE 'NAO' TO WS-VT-ACHOU
           PERFORM UNTIL WS-VT-ACHOU = 'SIM'
               ACCEPT WS-EMP-TIPO LINE 13 COL 38
               FOREGROUND-COLOR IS 04
               MOVE 'D' TO WS-VT-NAT
               MOVE WS-EMP-TIPO TO WS-VT-TIPO
               PERFORM 8150-VALIDA-TIPO-MOVIMENTO
               IF WS-VT-ACHOU NOT EQUAL 'SIM'
                   MOVE 'TIPO NAO CADASTRADO!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE WS-EMP-PROX-ID  TO TE-ID
           MOVE WS-EMP-DESC     TO TE-DESC
           MOVE WS-EMP-CONTA    TO TE-CONTA
           MOVE WS-EMP-CONT-ID  TO TE-CONT-ID
           MOVE WS-EMP-VAL-FIN  TO TE-VAL-FIN
           MOVE WS-EMP-TAXA     TO TE-TAXA
           MOVE WS-EMP-PRAZO    TO TE-PRAZO
           MOVE WS-EMP-SISTEMA  TO TE-SISTEMA
           MOVE WS-EMP-DATA-ENT TO TE-DAT-PRIM
           MOVE WS-EMP-TIPO     TO TE-TIPO
           MOVE ZEROS           TO TE-ULT-PARC
           MOVE 'A'             TO TE-SITUACAO
           MOVE ZEROS           TO TE-DAT-QUIT
           MOVE TAB-EMPREST     TO ARQ-EMP-REG
           PERFORM 5220-SIMULA-EMPRESTIMO

           DISPLAY 'MAIOR PARCELA.................:'
           LINE 15 COL 03 FOREGROUND-COLOR IS 03
           MOVE WS-EMP-MAIOR-PARC TO WS-ED-VALOR
           DISPLAY WS-ED-VALOR LINE 15 COL 38
           FOREGROUND-COLOR IS 04
           DISPLAY 'TOTAL DE JUROS................:'
           LINE 16 COL 03 FOREGROUND-COLOR IS 03
           MOVE WS-EMP-TOT-JUROS TO WS-ED-TOTAL
           DISPLAY WS-ED-TOTAL LINE 16 COL 38
           FOREGROUND-COLOR IS 04
           DISPLAY 'TOTAL A PAGAR.................:'
           LINE 17 COL 03 FOREGROUND-COLOR IS 03
           MOVE WS-EMP-TOT-PARC TO WS-ED-TOTAL
           DISPLAY WS-ED-TOTAL LINE 17 COL 38
           FOREGROUND-COLOR IS 04

           IF WS-EMP-MAIOR-PARC > 999999,99
               MOVE 'PARCELA ACIMA DO LIMITE DE LANCTO!'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           ELSE
               MOVE ZERO TO WS-OPCAO
               DISPLAY '**SALVAR EMPRESTIMO? [01]SIM [02]NAO'
               LINE 19 COL 03 FOREGROUND-COLOR IS 05
               ACCEPT WS-OPCAO LINE 19 COL 41
               FOREGROUND-COLOR IS 04
               IF WS-OPCAO EQUAL 01
                   MOVE 'CADASTRO'     TO WS-JRN-OPERACAO
                   MOVE 'EMPREST'      TO WS-JRN-ARQUIVO
                   MOVE ARQE-ID        TO WS-JRN-CHAVE
                   MOVE 'INICIO'       TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
                   WRITE ARQ-EMP-REG
                       INVALID KEY
                           MOVE 'CODIGO DE EMPRESTIMO JA EXISTE!'
                           TO WS-STATUSOP
                           DISPLAY LB-OPERACAO
                           MOVE 99 TO WS-FSTATUS
                   END-WRITE
                   IF WS-FSTATUS NOT EQUAL ZEROS
                       MOVE 'NAO FOI POSSIVEL GRAVAR O REGISTRO!'
                       TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                       DISPLAY LB-FILE-ST
                       MOVE 'ERRO'   TO WS-JRN-FASE
                       PERFORM 9100-GRAVA-JORNAL
                   ELSE
                       MOVE 'REGISTRO GRAVADO COM SUCESSO!'
                       TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                       MOVE 'FIM'    TO WS-JRN-FASE
                       PERFORM 9100-GRAVA-JORNAL
                   END-IF
                   MOVE ZEROS TO WS-FSTATUS
               ELSE
                   MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-IF
           MOVE ZERO TO WS-OPCAO.

      *----LISTAGEM DOS EMPRESTIMOS CADASTRADOS--------------------------*
       5202-LISTAR-EMPRESTIMOS.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'LISTAR EMPRESTIMOS' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE 09 TO WS-EMP-LINHA
           MOVE 'NAO' TO WS-EMP-ACHOU
           DISPLAY 'COD  DESCRICAO       VALOR FINANC. TAXA%   PRZ'
           LINE 08 COL 03 FOREGROUND-COLOR IS 03
           DISPLAY 'SIST. LAN SITUACAO  1A PARC.' LINE 08 COL 50
           FOREGROUND-COLOR IS 03

           MOVE ZEROS TO ARQE-ID
           MOVE ZERO TO WS-EOF
           START ARQ-EMPREST KEY IS NOT LESS THAN ARQE-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-EMPREST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-EMP-LINHA < 22
                           PERFORM 5226-SITUACAO-EMPREST
                           DISPLAY ARQE-ID LINE WS-EMP-LINHA COL 03
                           FOREGROUND-COLOR IS 04
                           DISPLAY ARQE-DESC LINE WS-EMP-LINHA
                           COL 08 FOREGROUND-COLOR IS 04
                           MOVE ARQE-VAL-FIN TO WS-ED-VALOR
                           DISPLAY WS-ED-VALOR LINE WS-EMP-LINHA
                           COL 24 FOREGROUND-COLOR IS 04
                           MOVE ARQE-TAXA TO WS-EMP-ED-TAXA
                           DISPLAY WS-EMP-ED-TAXA LINE WS-EMP-LINHA
                           COL 38 FOREGROUND-COLOR IS 04
                           DISPLAY ARQE-PRAZO LINE WS-EMP-LINHA
                           COL 46 FOREGROUND-COLOR IS 04
                           DISPLAY WS-EMP-ED-SIST LINE WS-EMP-LINHA
                           COL 50 FOREGROUND-COLOR IS 04
                           DISPLAY ARQE-ULT-PARC LINE WS-EMP-LINHA
                           COL 56 FOREGROUND-COLOR IS 04
                           DISPLAY WS-EMP-ED-SIT LINE WS-EMP-LINHA
                           COL 60 FOREGROUND-COLOR IS 04
                           DISPLAY ARQE-DAT-PRIM LINE WS-EMP-LINHA
                           COL 70 FOREGROUND-COLOR IS 04
                           ADD 1 TO WS-EMP-LINHA
                           MOVE 'SIM' TO WS-EMP-ACHOU
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS

           IF WS-EMP-ACHOU EQUAL 'NAO'
               MOVE 'NENHUM EMPRESTIMO CADASTRADO!' TO WS-STATUSOP
           ELSE
               MOVE SPACES TO WS-STATUSOP
           END-IF
           DISPLAY LB-OPERACAO.

      *----TABELA DE AMORTIZACAO DE UM EMPRESTIMO GRAVADA EM Relat.txt--*
       5203-TABELA-AMORTIZACAO.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'TABELA AMORTIZACAO' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-EMP-BUSCA-ID
           DISPLAY 'DIGITE O CODIGO DO EMPRESTIMO (ARQE-ID):'
           LINE 06 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-EMP-BUSCA-ID LINE 06 COL 45
           FOREGROUND-COLOR IS 04
           MOVE WS-EMP-BUSCA-ID TO ARQE-ID
           READ ARQ-EMPREST
               INVALID KEY
                   MOVE 'EMPRESTIMO NAO ENCONTRADO!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               NOT INVALID KEY
                   PERFORM 5211-EMITE-TABELA-AMORTIZ
           END-READ
           MOVE ZEROS TO WS-FSTATUS.

      *----EMITE A TABELA DO EMPRESTIMO LIDO EM ARQ-EMP-REG--------------*
      *----SITUACAO DA PARCELA: LANCADA (JA GERADA COMO DESPESA),--------*
      *----QUITADA (ELIMINADA NA QUITACAO ANTECIPADA) OU A LANCAR--------*
       5211-EMITE-TABELA-AMORTIZ.
           PERFORM 5226-SITUACAO-EMPREST
           MOVE 'TABELA DE AMORTIZACAO' TO WS-REL-TITULO
           MOVE 'PRC  VENCIMENTO     PARCELA       JUROS    AMORTIZ.'-
           '  SALDO DEVEDOR  SITUACAO' TO WS-REL-CABEC1
           PERFORM 7000-ABRE-RELATORIO
           MOVE SPACES TO WS-REL-DET
           STRING 'EMPRESTIMO ' ARQE-ID ' - ' ARQE-DESC
                  ' - CONTA: ' ARQE-CONTA DELIMITED BY SIZE
                  INTO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE ARQE-VAL-FIN TO WS-ED-VALOR
           MOVE ARQE-TAXA TO WS-EMP-ED-TAXA
           MOVE SPACES TO WS-REL-DET
           STRING 'FINANCIADO: ' WS-ED-VALOR '  TAXA: '
                  WS-EMP-ED-TAXA '% A.M.  PRAZO: ' ARQE-PRAZO
                  '  SISTEMA: ' WS-EMP-ED-SIST DELIMITED BY SIZE
                  INTO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           MOVE ZEROS TO WS-EMP-TOT-JUROS
           MOVE ZEROS TO WS-EMP-TOT-AMORT
           MOVE ZEROS TO WS-EMP-TOT-PARC
           PERFORM 5221-INICIA-TABELA
           PERFORM UNTIL WS-EMP-SEQ >= ARQE-PRAZO
               PERFORM 5222-PROXIMA-PARCELA
               MOVE WS-EMP-SEQ       TO RDET-AMZ-PARC
               MOVE WS-EMP-VENC-DIA  TO RDET-AMZ-DIA
               MOVE WS-EMP-VENC-MES  TO RDET-AMZ-MES
               MOVE WS-EMP-VENC-ANO  TO RDET-AMZ-ANO
               MOVE WS-EMP-PARCELA   TO RDET-AMZ-PARCELA
               MOVE WS-EMP-JUROS     TO RDET-AMZ-JUROS
               MOVE WS-EMP-AMORT     TO RDET-AMZ-AMORT
               MOVE WS-EMP-SALDO     TO RDET-AMZ-SALDO
               EVALUATE TRUE
               WHEN WS-EMP-SEQ <= ARQE-ULT-PARC
                   MOVE 'LANCADA' TO RDET-AMZ-SIT
               WHEN ARQE-SITUACAO EQUAL 'Q'
                   MOVE 'QUITADA' TO RDET-AMZ-SIT
               WHEN OTHER
                   MOVE 'A LANCAR' TO RDET-AMZ-SIT
               END-EVALUATE
               MOVE WS-RDET-AMORTIZ TO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
               ADD WS-EMP-JUROS   TO WS-EMP-TOT-JUROS
               ADD WS-EMP-AMORT   TO WS-EMP-TOT-AMORT
               ADD WS-EMP-PARCELA TO WS-EMP-TOT-PARC
           END-PERFORM

           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'TOTAL DAS PARCELAS...: R$' TO RDET-TOT-LABEL
           MOVE WS-EMP-TOT-PARC TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'TOTAL DE JUROS.......: R$' TO RDET-TOT-LABEL
           MOVE WS-EMP-TOT-JUROS TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'TOTAL AMORTIZADO.....: R$' TO RDET-TOT-LABEL
           MOVE WS-EMP-TOT-AMORT TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           IF ARQE-SITUACAO EQUAL 'Q'
               MOVE SPACES TO WS-REL-DET
               STRING 'QUITADO ANTECIPADAMENTE EM ' ARQE-DIA-QUIT
                      '/' ARQE-MES-QUIT '/' ARQE-ANO-QUIT
                      DELIMITED BY SIZE INTO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
           END-IF
           PERFORM 7030-FECHA-RELATORIO
           MOVE 'RELATORIO COMPLETO GRAVADO EM Relat.txt'
           TO WS-STATUSOP
           DISPLAY LB-OPERACAO.

      *----LANCA AS PARCELAS QUE VENCEM ATE O MES INFORMADO--------------*
       5204-LANCAR-PARCELAS-MES.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'LANCAR PARCELAS' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-EMP-ALVO

           DISPLAY 'ANO (AAAA):' LINE 06 COL 03
           FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-EMP-ALVO-ANO >= 2000
               ACCEPT WS-EMP-ALVO-ANO LINE 06 COL 15
               FOREGROUND-COLOR IS 04
               IF WS-EMP-ALVO-ANO < 2000
                   MOVE 'ANO DEVE SER SUPERIOR A 2000' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM
           DISPLAY 'MES (MM)..:' LINE 07 COL 03
           FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-EMP-ALVO-MES >= 01
           AND WS-EMP-ALVO-MES <= 12
               ACCEPT WS-EMP-ALVO-MES LINE 07 COL 15
               FOREGROUND-COLOR IS 04
               IF WS-EMP-ALVO-MES < 01 OR WS-EMP-ALVO-MES > 12
                   MOVE 'MES INVALIDO!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           DISPLAY 'CONFIRMA O LANCAMENTO? [01]SIM [02]NAO'
           LINE 09 COL 03 FOREGROUND-COLOR IS 05
           MOVE ZERO TO WS-OPCAO
           ACCEPT WS-OPCAO LINE 09 COL 43
           FOREGROUND-COLOR IS 04
           IF WS-OPCAO NOT EQUAL 01
               MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           ELSE
               PERFORM 5230-LANCA-PARCELAS-EMPREST
               MOVE SPACES TO WS-STATUSOP
               STRING 'LANCADAS: '   DELIMITED BY SIZE
                      WS-EMP-QTD-GER DELIMITED BY SIZE
                      '  PULADAS: '  DELIMITED BY SIZE
                      WS-EMP-QTD-PUL DELIMITED BY SIZE
                      INTO WS-STATUSOP
               DISPLAY LB-OPERACAO
           END-IF
           MOVE ZERO TO WS-OPCAO.

      *----RELATORIO DE SALDO DEVEDOR DE TODOS OS EMPRESTIMOS------------*
      *----SALDO DEVEDOR = PRINCIPAL APOS AS PARCELAS JA LANCADAS--------*
       5205-RELATORIO-SALDO-DEVEDOR.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'SALDO DEVEDOR' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-EMP-TOT-SALDO
           MOVE 'NAO' TO WS-EMP-ACHOU
           MOVE 'SALDO DEVEDOR DOS EMPRESTIMOS' TO WS-REL-TITULO
           MOVE 'COD   DESCRICAO        SIST.  PARCELAS  PROX.PARC.'-
           '  SALDO DEVEDOR  SITUACAO' TO WS-REL-CABEC1
           PERFORM 7000-ABRE-RELATORIO

           MOVE ZEROS TO ARQE-ID
           MOVE ZERO TO WS-EOF
           START ARQ-EMPREST KEY IS NOT LESS THAN ARQE-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-EMPREST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 5212-SALDO-UM-EMPRESTIMO
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS

           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'SALDO DEVEDOR TOTAL..: R$' TO RDET-TOT-LABEL
           MOVE WS-EMP-TOT-SALDO TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           PERFORM 7030-FECHA-RELATORIO

           DISPLAY 'SALDO DEVEDOR TOTAL: R$' LINE 08 COL 03
           FOREGROUND-COLOR IS 05
           MOVE WS-EMP-TOT-SALDO TO WS-ED-TOTAL
           DISPLAY WS-ED-TOTAL LINE 08 COL 27
           FOREGROUND-COLOR IS 04
           IF WS-EMP-ACHOU EQUAL 'NAO'
               MOVE 'NENHUM EMPRESTIMO CADASTRADO!' TO WS-STATUSOP
           ELSE
               MOVE 'RELATORIO COMPLETO GRAVADO EM Relat.txt'
               TO WS-STATUSOP
           END-IF
           DISPLAY LB-OPERACAO.

      *----LINHA DO RELATORIO DE SALDO DEVEDOR DO EMPRESTIMO LIDO--------*
       5212-SALDO-UM-EMPRESTIMO.
           MOVE 'SIM' TO WS-EMP-ACHOU
           PERFORM 5226-SITUACAO-EMPREST
           PERFORM 5221-INICIA-TABELA
           PERFORM UNTIL WS-EMP-SEQ >= ARQE-ULT-PARC
               PERFORM 5222-PROXIMA-PARCELA
           END-PERFORM
           MOVE WS-EMP-SALDO TO WS-EMP-SALDO-ATU
           MOVE ZEROS TO WS-EMP-PARCELA
           IF ARQE-SITUACAO EQUAL 'Q'
               MOVE ZEROS TO WS-EMP-SALDO-ATU
           ELSE
               IF ARQE-ULT-PARC < ARQE-PRAZO
                   PERFORM 5222-PROXIMA-PARCELA
               END-IF
           END-IF
           MOVE ARQE-ID          TO RDET-SDV-COD
           MOVE ARQE-DESC        TO RDET-SDV-DESC
           MOVE WS-EMP-ED-SIST   TO RDET-SDV-SIST
           MOVE ARQE-ULT-PARC    TO RDET-SDV-LANC
           MOVE ARQE-PRAZO       TO RDET-SDV-PRAZO
           MOVE WS-EMP-PARCELA   TO RDET-SDV-PROX
           MOVE WS-EMP-SALDO-ATU TO RDET-SDV-SALDO
           MOVE WS-EMP-ED-SIT    TO RDET-SDV-SIT
           MOVE WS-RDET-SDEVEDOR TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           ADD WS-EMP-SALDO-ATU TO WS-EMP-TOT-SALDO.

      *----QUITACAO ANTECIPADA (SO SUPERVISOR): REMOVE AS PARCELAS------*
      *----EM ABERTO E LANCA UMA DESPESA PAGA COM O SALDO DEVEDOR-------*
       5206-QUITACAO-ANTECIPADA.
           PERFORM 9400-EXIGE-SUPERVISOR
           IF WS-OPR-AUTORIZADO EQUAL 'SIM'
               PERFORM 5207-EXECUTA-QUITACAO
           END-IF.

       5207-EXECUTA-QUITACAO.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'QUITACAO ANTECIPADA' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-EMP-BUSCA-ID
           DISPLAY 'DIGITE O CODIGO DO EMPRESTIMO (ARQE-ID):'
           LINE 06 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-EMP-BUSCA-ID LINE 06 COL 45
           FOREGROUND-COLOR IS 04
           MOVE WS-EMP-BUSCA-ID TO ARQE-ID
           READ ARQ-EMPREST
               INVALID KEY
                   MOVE 'EMPRESTIMO NAO ENCONTRADO!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               NOT INVALID KEY
                   IF ARQE-SITUACAO NOT EQUAL 'A'
                       MOVE 'EMPRESTIMO JA QUITADO!' TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   ELSE
                       PERFORM 5240-APURA-QUITACAO
                   END-IF
           END-READ
           MOVE ZEROS TO WS-FSTATUS
           MOVE ZERO TO WS-OPCAO.

      *----DESCOBRE O PROXIMO ARQE-ID LIVRE (MAIOR ID + 1)---------------*
       5210-PROXIMO-ID-EMPREST.
           MOVE 1 TO WS-EMP-PROX-ID
           MOVE ZEROS TO ARQE-ID
           MOVE ZERO TO WS-EOF
           START ARQ-EMPREST KEY IS NOT LESS THAN ARQE-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-EMPREST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       COMPUTE WS-EMP-PROX-ID = ARQE-ID + 1
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----PERCORRE A TABELA INTEIRA DO EMPRESTIMO EM ARQ-EMP-REG PARA--*
      *----APURAR A MAIOR PARCELA E OS TOTAIS DE JUROS E DE PARCELAS----*
       5220-SIMULA-EMPRESTIMO.
           MOVE ZEROS TO WS-EMP-MAIOR-PARC
           MOVE ZEROS TO WS-EMP-TOT-JUROS
           MOVE ZEROS TO WS-EMP-TOT-PARC
           PERFORM 5221-INICIA-TABELA
           PERFORM UNTIL WS-EMP-SEQ >= ARQE-PRAZO
               PERFORM 5222-PROXIMA-PARCELA
               IF WS-EMP-PARCELA > WS-EMP-MAIOR-PARC
                   MOVE WS-EMP-PARCELA TO WS-EMP-MAIOR-PARC
               END-IF
               ADD WS-EMP-JUROS   TO WS-EMP-TOT-JUROS
               ADD WS-EMP-PARCELA TO WS-EMP-TOT-PARC
           END-PERFORM.

      *----PREPARA O CALCULO DA TABELA DO EMPRESTIMO EM ARQ-EMP-REG------*
      *----PRICE: PARCELA FIXA = PV * I / (1 - (1 + I) ** -N)-----------*
      *----SAC..: AMORTIZACAO FIXA = PV / N-----------------------------*
       5221-INICIA-TABELA.
           MOVE ZEROS TO WS-EMP-SEQ
           MOVE ARQE-VAL-FIN TO WS-EMP-SALDO
           COMPUTE WS-EMP-I = ARQE-TAXA / 100
           COMPUTE WS-EMP-AMORT-SAC ROUNDED =
               ARQE-VAL-FIN / ARQE-PRAZO
           IF WS-EMP-I EQUAL ZEROS
               MOVE WS-EMP-AMORT-SAC TO WS-EMP-PMT
           ELSE
               COMPUTE WS-EMP-V = 1 / (1 + WS-EMP-I)
               COMPUTE WS-EMP-VN = WS-EMP-V ** ARQE-PRAZO
               COMPUTE WS-EMP-PMT ROUNDED =
                   ARQE-VAL-FIN * WS-EMP-I / (1 - WS-EMP-VN)
           END-IF
           MOVE ARQE-ANO-PRIM TO WS-EMP-VENC-ANO
           MOVE ARQE-MES-PRIM TO WS-EMP-VENC-MES.

      *----CALCULA A PROXIMA PARCELA: VENCIMENTO, JUROS SOBRE O SALDO,--*
      *----AMORTIZACAO E SALDO DEVEDOR APOS O PAGAMENTO. A ULTIMA-------*
      *----PARCELA AMORTIZA TODO O SALDO (ACERTO DE ARREDONDAMENTO)-----*
       5222-PROXIMA-PARCELA.
           ADD 1 TO WS-EMP-SEQ
           IF WS-EMP-SEQ > 1
               PERFORM 5224-AVANCA-MES-EMPREST
           END-IF
           PERFORM 5225-DIAS-DO-MES-EMPREST
           MOVE ARQE-DIA-PRIM TO WS-EMP-VENC-DIA
           IF WS-EMP-VENC-DIA > WS-DIA-QTD
               MOVE WS-DIA-QTD TO WS-EMP-VENC-DIA
           END-IF
           COMPUTE WS-EMP-JUROS ROUNDED = WS-EMP-SALDO * WS-EMP-I
           IF ARQE-SISTEMA EQUAL 'S'
               MOVE WS-EMP-AMORT-SAC TO WS-EMP-AMORT
           ELSE
               IF WS-EMP-PMT > WS-EMP-JUROS
                   COMPUTE WS-EMP-AMORT = WS-EMP-PMT - WS-EMP-JUROS
               ELSE
                   MOVE ZEROS TO WS-EMP-AMORT
               END-IF
           END-IF
           IF WS-EMP-SEQ >= ARQE-PRAZO
           OR WS-EMP-AMORT > WS-EMP-SALDO
               MOVE WS-EMP-SALDO TO WS-EMP-AMORT
           END-IF
           COMPUTE WS-EMP-PARCELA = WS-EMP-AMORT + WS-EMP-JUROS
           SUBTRACT WS-EMP-AMORT FROM WS-EMP-SALDO.

      *----AVANCA UM MES NO VENCIMENTO DAS PARCELAS----------------------*
       5224-AVANCA-MES-EMPREST.
           ADD 1 TO WS-EMP-VENC-MES
           IF WS-EMP-VENC-MES > 12
               MOVE 01 TO WS-EMP-VENC-MES
               ADD 1 TO WS-EMP-VENC-ANO
           END-IF.

      *----QUANTIDADE DE DIAS DO MES DA PARCELA (WS-EMP-VENC-ANO/MES)----*
       5225-DIAS-DO-MES-EMPREST.
           MOVE 00 TO WS-ANO-100
           MOVE 99 TO WS-ANO-004
           MOVE 00 TO WS-ANO-X
           DIVIDE 100 INTO WS-EMP-VENC-ANO
           GIVING WS-ANO-X
           REMAINDER WS-ANO-100
           DIVIDE 004 INTO WS-EMP-VENC-ANO
           GIVING WS-ANO-X
           REMAINDER WS-ANO-004
           EVALUATE TRUE
           WHEN WS-EMP-VENC-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10
           OR 12
               MOVE 31 TO WS-DIA-QTD
           WHEN WS-EMP-VENC-MES = 04 OR 06 OR 09 OR 11
               MOVE 30 TO WS-DIA-QTD
           WHEN WS-ANO-100 NOT EQUAL 0 AND WS-ANO-004 = 0
               MOVE 29 TO WS-DIA-QTD
           WHEN OTHER
               MOVE 28 TO WS-DIA-QTD
           END-EVALUATE.

      *----DESCRICAO DO SISTEMA E DA SITUACAO DO EMPRESTIMO LIDO---------*
       5226-SITUACAO-EMPREST.
           IF ARQE-SISTEMA EQUAL 'S'
               MOVE 'SAC'   TO WS-EMP-ED-SIST
           ELSE
               MOVE 'PRICE' TO WS-EMP-ED-SIST
           END-IF
           EVALUATE TRUE
           WHEN ARQE-SITUACAO EQUAL 'Q'
               MOVE 'QUITADO'   TO WS-EMP-ED-SIT
           WHEN ARQE-ULT-PARC >= ARQE-PRAZO
               MOVE 'ENCERRADO' TO WS-EMP-ED-SIT
           WHEN OTHER
               MOVE 'ATIVO'     TO WS-EMP-ED-SIT
           END-EVALUATE.

      *----LANCA COMO DESPESA AS PARCELAS DE TODOS OS EMPRESTIMOS ATIVOS-*
      *----QUE VENCEM ATE O MES WS-EMP-ALVO (AAAAMM) E AINDA NAO FORAM---*
      *----LANCADAS (ARQE-ULT-PARC GUARDA A ULTIMA PARCELA LANCADA)------*
       5230-LANCA-PARCELAS-EMPREST.
           MOVE ZEROS TO WS-EMP-QTD-GER
           MOVE ZEROS TO WS-EMP-QTD-PUL
           MOVE ZEROS TO ARQE-ID
           MOVE ZERO TO WS-EOF
           START ARQ-EMPREST KEY IS NOT LESS THAN ARQE-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-EMPREST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQE-SITUACAO EQUAL 'A'
                       AND ARQE-ULT-PARC < ARQE-PRAZO
                           PERFORM 5231-LANCA-UM-EMPRESTIMO
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----LANCA AS PARCELAS PENDENTES DO EMPRESTIMO LIDO, EM ORDEM. SE--*
      *----UMA PARCELA NAO PUDER SER LANCADA, AS SEGUINTES FICAM PARA----*
      *----A PROXIMA GERACAO--------------------------------------------*
       5231-LANCA-UM-EMPRESTIMO.
           MOVE 'NAO' TO WS-EMP-PARAR
           MOVE 'NAO' TO WS-EMP-ALTEROU
           MOVE ARQE-ID    TO WS-EMP-DM-ID
           MOVE ARQE-PRAZO TO WS-EMP-DM-TOT
           PERFORM 5221-INICIA-TABELA
           PERFORM UNTIL WS-EMP-SEQ >= ARQE-PRAZO
           OR WS-EMP-PARAR EQUAL 'SIM'
               PERFORM 5222-PROXIMA-PARCELA
               IF WS-EMP-VENC-ANOMES > WS-EMP-ALVO
                   MOVE 'SIM' TO WS-EMP-PARAR
               ELSE
                   IF WS-EMP-SEQ > ARQE-ULT-PARC
                       PERFORM 5232-GRAVA-PARCELA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EMP-ALTEROU EQUAL 'SIM'
               REWRITE ARQ-EMP-REG
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      *----GRAVA A PARCELA CORRENTE COMO DESPESA EM ABERTO E DEBITA O----*
      *----SALDO DA CONTA. PARCELA DE MES FECHADO E DESCARTADA----------*
       5232-GRAVA-PARCELA.
           MOVE WS-EMP-VENC-ANOMES TO WS-VMF-ANOMES
           PERFORM 8400-VERIFICA-MES-FECHADO
           IF WS-VMF-BLOQ EQUAL 'SIM'
               ADD 1 TO WS-EMP-QTD-PUL
               MOVE WS-EMP-SEQ TO ARQE-ULT-PARC
               MOVE 'SIM' TO WS-EMP-ALTEROU
           ELSE
               MOVE ARQE-CONT-ID TO WS-VC-CONT-ID
               PERFORM 8140-VALIDA-CONTA-MOVIMENTO
               IF WS-VC-ACHOU NOT EQUAL 'SIM'
               OR WS-EMP-PARCELA > 999999,99
               OR (WS-EMP-PARCELA > WS-VC-SALDO
               AND WS-VC-TIPO NOT EQUAL 02
               AND WS-VC-TIPO NOT EQUAL 04)
                   ADD 1 TO WS-EMP-QTD-PUL
                   MOVE 'SIM' TO WS-EMP-PARAR
               ELSE
                   PERFORM 2012-PROXIMO-ID-DESPESA
                   MOVE TAB-DESPESAS     TO ARQ-DESP
                   MOVE SPACES           TO ARQD-DOC
                   MOVE WS-CONT-01-D     TO ARQD-ID
                   MOVE WS-EMP-PARCELA   TO ARQD-VAL
                   MOVE WS-EMP-VENC-DIA  TO ARQD-DIA-VENC
                   MOVE WS-EMP-VENC-MES  TO ARQD-MES-VENC
                   MOVE WS-EMP-VENC-ANO  TO ARQD-ANO-VENC
                   MOVE ZEROS            TO ARQD-DAT-PAG
                   MOVE WS-EMP-SEQ       TO WS-EMP-DM-SEQ
                   MOVE WS-EMP-DESC-MONT TO ARQD-DESC
                   MOVE ARQE-CONTA       TO ARQD-CONTA
                   MOVE ARQE-CONT-ID     TO ARQD-CONT-ID
                   MOVE ARQE-TIPO        TO ARQD-TIPO
                   MOVE 'GERACAO'        TO WS-JRN-OPERACAO
                   MOVE 'DESPESAS'       TO WS-JRN-ARQUIVO
                   MOVE ARQD-ID          TO WS-JRN-CHAVE
                   MOVE 'INICIO'         TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
                   PERFORM 8186-CONVERTE-DESPESA
                   WRITE ARQ-DESP
                       INVALID KEY
                           MOVE 99 TO WS-FSTATUS
                   END-WRITE
                   IF WS-FSTATUS NOT EQUAL ZEROS
                       ADD 1 TO WS-EMP-QTD-PUL
                       MOVE 'SIM' TO WS-EMP-PARAR
                       MOVE 'ERRO'     TO WS-JRN-FASE
                       PERFORM 9100-GRAVA-JORNAL
                       MOVE ZEROS TO WS-FSTATUS
                   ELSE
                       PERFORM 8110-ATUALIZA-SALDO-DESPESA
                       MOVE 'FIM'      TO WS-JRN-FASE
                       PERFORM 9100-GRAVA-JORNAL
                       ADD 1 TO WS-EMP-QTD-GER
                       MOVE WS-EMP-SEQ TO ARQE-ULT-PARC
                       MOVE 'SIM' TO WS-EMP-ALTEROU
                   END-IF
               END-IF
           END-IF.

      *----APURA O VALOR DE QUITACAO DO EMPRESTIMO LIDO: SALDO DEVEDOR---*
      *----APOS AS PARCELAS LANCADAS MAIS A AMORTIZACAO DAS PARCELAS-----*
      *----LANCADAS QUE AINDA ESTAO EM ABERTO (E SERAO REMOVIDAS)--------*
       5240-APURA-QUITACAO.
           ACCEPT WS-EMP-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ARQE-ID TO WS-EMP-DM-ID
           PERFORM 5241-PARCELAS-EM-ABERTO
           MOVE ZEROS TO WS-EMP-QUITACAO
           PERFORM 5221-INICIA-TABELA
           PERFORM UNTIL WS-EMP-SEQ >= ARQE-ULT-PARC
               PERFORM 5222-PROXIMA-PARCELA
               IF WS-EMP-ABERTA(WS-EMP-SEQ) EQUAL 'S'
                   ADD WS-EMP-AMORT TO WS-EMP-QUITACAO
               END-IF
           END-PERFORM
           ADD WS-EMP-SALDO TO WS-EMP-QUITACAO

           DISPLAY 'DESCRICAO..................:' LINE 08 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY ARQE-DESC LINE 08 COL 33
           FOREGROUND-COLOR IS 04
           DISPLAY 'PARCELAS LANCADAS..........:' LINE 09 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY ARQE-ULT-PARC LINE 09 COL 33
           FOREGROUND-COLOR IS 04
           DISPLAY '/' LINE 09 COL 36 FOREGROUND-COLOR IS 04
           DISPLAY ARQE-PRAZO LINE 09 COL 37
           FOREGROUND-COLOR IS 04
           DISPLAY 'PARCELAS EM ABERTO.........:' LINE 10 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY WS-EMP-QTD-REM LINE 10 COL 33
           FOREGROUND-COLOR IS 04
           DISPLAY 'VALOR DAS PARCELAS EM ABERTO:' LINE 11 COL 03
           FOREGROUND-COLOR IS 03
           MOVE WS-EMP-TOT-ABERTO TO WS-ED-TOTAL
           DISPLAY WS-ED-TOTAL LINE 11 COL 33
           FOREGROUND-COLOR IS 04
           DISPLAY 'VALOR PARA QUITACAO........:' LINE 12 COL 03
           FOREGROUND-COLOR IS 03
           MOVE WS-EMP-QUITACAO TO WS-ED-TOTAL
           DISPLAY WS-ED-TOTAL LINE 12 COL 33
           FOREGROUND-COLOR IS 04

           COMPUTE WS-VMF-ANOMES =
               WS-EMP-HOJE-ANO * 100 + WS-EMP-HOJE-MES
           PERFORM 8400-VERIFICA-MES-FECHADO
           MOVE ARQE-CONT-ID TO WS-VC-CONT-ID
           PERFORM 8140-VALIDA-CONTA-MOVIMENTO
           COMPUTE WS-EMP-DISPONIVEL =
               WS-VC-SALDO + WS-EMP-TOT-ABERTO
           EVALUATE TRUE
           WHEN WS-VMF-BLOQ EQUAL 'SIM'
               MOVE 'MES FECHADO - QUITACAO BLOQUEADA!'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN WS-VC-ACHOU NOT EQUAL 'SIM'
               MOVE 'CONTA DO EMPRESTIMO NAO CADASTRADA!'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN WS-EMP-QUITACAO > 999999,99
               MOVE 'QUITACAO ACIMA DO LIMITE DE LANCTO!'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN WS-EMP-QUITACAO > WS-EMP-DISPONIVEL
           AND WS-VC-TIPO NOT EQUAL 02
           AND WS-VC-TIPO NOT EQUAL 04
               MOVE 'SALDO INSUFICIENTE PARA QUITACAO!'
               TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN OTHER
               DISPLAY 'CONFIRMA A QUITACAO? [01]SIM [02]NAO'
               LINE 14 COL 03 FOREGROUND-COLOR IS 05
               MOVE ZERO TO WS-OPCAO
               ACCEPT WS-OPCAO LINE 14 COL 41
               FOREGROUND-COLOR IS 04
               IF WS-OPCAO EQUAL 01
                   PERFORM 5242-EFETIVA-QUITACAO
               ELSE
                   MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-EVALUATE.

      *----LOCALIZA AS PARCELAS LANCADAS E AINDA EM ABERTO DO EMPRESTIMO-*
      *----(MESMA CONTA, DESCRICAO EMPnnnn, SEM PAGAMENTO E SEM----------*
      *----CONCILIACAO) E A PRIMEIRA DELAS-------------------------------*
       5241-PARCELAS-EM-ABERTO.
           MOVE ZEROS TO WS-EMP-QTD-REM
           MOVE ZEROS TO WS-EMP-TOT-ABERTO
           MOVE ZEROS TO WS-EMP-PRIM-ABERTA
           MOVE SPACES TO WS-EMP-TAB-ABERTAS
           MOVE ZEROS TO ARQD-ID
           MOVE ZERO TO WS-EOF
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-DESPESAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE ARQD-DESC TO WS-EMP-DESC-LIDA
                       IF WS-EMP-DESC-LIDA(1:7)
                       EQUAL WS-EMP-DESC-MONT(1:7)
                       AND WS-EMP-DESC-LIDA(9:3) IS NUMERIC
                       AND ARQD-CONT-ID EQUAL ARQE-CONT-ID
                       AND ARQD-DAT-PAG EQUAL ZEROS
                       AND ARQD-DAT-CONC EQUAL ZEROS
                       AND WS-EMP-QTD-REM < 420
                           MOVE WS-EMP-DESC-LIDA(9:3)
                           TO WS-EMP-SEQ-LIDA
                           IF WS-EMP-SEQ-LIDA > ZEROS
                           AND WS-EMP-SEQ-LIDA <= ARQE-ULT-PARC
                               ADD 1 TO WS-EMP-QTD-REM
                               MOVE ARQD-ID
                               TO WS-EMP-ID-REMOVER(WS-EMP-QTD-REM)
                               MOVE 'S'
                               TO WS-EMP-ABERTA(WS-EMP-SEQ-LIDA)
                               ADD ARQD-VAL TO WS-EMP-TOT-ABERTO
                               IF WS-EMP-PRIM-ABERTA EQUAL ZEROS
                               OR WS-EMP-SEQ-LIDA < WS-EMP-PRIM-ABERTA
                                   MOVE WS-EMP-SEQ-LIDA
                                   TO WS-EMP-PRIM-ABERTA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----REMOVE AS PARCELAS EM ABERTO (ESTORNANDO O SALDO), LANCA A----*
      *----DESPESA DE QUITACAO E MARCA O EMPRESTIMO COMO QUITADO---------*
       5242-EFETIVA-QUITACAO.
           MOVE 1 TO WS-EMP-IDX
           PERFORM UNTIL WS-EMP-IDX > WS-EMP-QTD-REM
               MOVE WS-EMP-ID-REMOVER(WS-EMP-IDX) TO ARQD-ID
               READ ARQ-DESPESAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'REMOCAO'  TO WS-JRN-OPERACAO
                       MOVE 'DESPESAS' TO WS-JRN-ARQUIVO
                       MOVE ARQD-ID    TO WS-JRN-CHAVE
                       MOVE 'INICIO'   TO WS-JRN-FASE
                       PERFORM 9100-GRAVA-JORNAL
                       MOVE ARQD-CONT-ID TO WS-AJS-CONT-ID-ANT
                       MOVE ARQD-VAL   TO WS-AJS-VALOR-ANT
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE ARQ-DESP TO WS-AUD-ANTES
                       DELETE ARQ-DESPESAS
                           INVALID KEY
                               MOVE 'ERRO' TO WS-JRN-FASE
                               PERFORM 9100-GRAVA-JORNAL
                           NOT INVALID KEY
                               MOVE 'FIM'  TO WS-JRN-FASE
                               PERFORM 9100-GRAVA-JORNAL
                               PERFORM 8130-ESTORNA-SALDO-DESPESA
                               MOVE SPACES TO WS-AUD-DEPOIS
                               MOVE '*REMOVIDO*' TO WS-AUD-DEPOIS
                               MOVE 'REMOCAO'  TO WS-AUD-OPERACAO
                               MOVE 'DESPESAS' TO WS-AUD-ARQUIVO
                               MOVE WS-JRN-CHAVE TO WS-AUD-CHAVE
                               PERFORM 9300-GRAVA-AUDITORIA
                               MOVE WS-AUD-CHAVE TO WS-RAT-DESP-ID
                               PERFORM 2046-REMOVE-RATEIO
                       END-DELETE
               END-READ
               ADD 1 TO WS-EMP-IDX
           END-PERFORM
           MOVE ZEROS TO WS-FSTATUS

           IF WS-EMP-QUITACAO > ZEROS
               PERFORM 5243-GRAVA-DESPESA-QUITACAO
           END-IF

           MOVE SPACES TO WS-AUD-ANTES
           MOVE ARQ-EMP-REG TO WS-AUD-ANTES
           MOVE 'Q' TO ARQE-SITUACAO
           IF WS-EMP-PRIM-ABERTA > ZEROS
               COMPUTE ARQE-ULT-PARC = WS-EMP-PRIM-ABERTA - 1
           END-IF
           MOVE WS-EMP-HOJE-DIA TO ARQE-DIA-QUIT
           MOVE WS-EMP-HOJE-MES TO ARQE-MES-QUIT
           MOVE WS-EMP-HOJE-ANO TO ARQE-ANO-QUIT
           MOVE 'QUITACAO' TO WS-JRN-OPERACAO
           MOVE 'EMPREST'  TO WS-JRN-ARQUIVO
           MOVE ARQE-ID    TO WS-JRN-CHAVE
           MOVE 'INICIO'   TO WS-JRN-FASE
           PERFORM 9100-GRAVA-JORNAL
           REWRITE ARQ-EMP-REG
               INVALID KEY
                   MOVE 'NAO FOI POSSIVEL REGRAVAR O'-
                   ' REGISTRO!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
                   MOVE 'ERRO' TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
               NOT INVALID KEY
                   MOVE 'FIM'  TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
                   MOVE SPACES TO WS-AUD-DEPOIS
                   MOVE ARQ-EMP-REG TO WS-AUD-DEPOIS
                   MOVE 'QUITACAO' TO WS-AUD-OPERACAO
                   MOVE 'EMPREST'  TO WS-AUD-ARQUIVO
                   MOVE ARQE-ID    TO WS-AUD-CHAVE
                   PERFORM 9300-GRAVA-AUDITORIA
                   MOVE SPACES TO WS-STATUSOP
                   STRING 'QUITADO. PARCELAS REMOVIDAS: '
                          DELIMITED BY SIZE
                          WS-EMP-QTD-REM DELIMITED BY SIZE
                          INTO WS-STATUSOP
                   DISPLAY LB-OPERACAO
           END-REWRITE
           MOVE ZEROS TO WS-FSTATUS.

      *----LANCA A DESPESA DE QUITACAO, PAGA NA DATA DE HOJE------------*
       5243-GRAVA-DESPESA-QUITACAO.
           PERFORM 2012-PROXIMO-ID-DESPESA
           MOVE TAB-DESPESAS     TO ARQ-DESP
           MOVE SPACES           TO ARQD-DOC
           MOVE WS-CONT-01-D     TO ARQD-ID
           MOVE WS-EMP-QUITACAO  TO ARQD-VAL
           MOVE WS-EMP-HOJE-DIA  TO ARQD-DIA-VENC
           MOVE WS-EMP-HOJE-MES  TO ARQD-MES-VENC
           MOVE WS-EMP-HOJE-ANO  TO ARQD-ANO-VENC
           MOVE WS-EMP-HOJE-DIA  TO ARQD-DIA-PAG
           MOVE WS-EMP-HOJE-MES  TO ARQD-MES-PAG
           MOVE WS-EMP-HOJE-ANO  TO ARQD-ANO-PAG
           MOVE WS-EMP-DESC-MONT TO ARQD-DESC
           MOVE ' QUITAC.'       TO ARQD-DESC(8:8)
           MOVE ARQE-CONTA       TO ARQD-CONTA
           MOVE ARQE-CONT-ID     TO ARQD-CONT-ID
           MOVE ARQE-TIPO        TO ARQD-TIPO
           MOVE 'QUITACAO'       TO WS-JRN-OPERACAO
           MOVE 'DESPESAS'       TO WS-JRN-ARQUIVO
           MOVE ARQD-ID          TO WS-JRN-CHAVE
           MOVE 'INICIO'         TO WS-JRN-FASE
           PERFORM 9100-GRAVA-JORNAL
           PERFORM 8186-CONVERTE-DESPESA
           WRITE ARQ-DESP
               INVALID KEY
                   MOVE 99 TO WS-FSTATUS
           END-WRITE
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE 'ERRO'     TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               PERFORM 8110-ATUALIZA-SALDO-DESPESA
               MOVE 'FIM'      TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
           END-IF.

      *----MENU DE APLICACOES FINANCEIRAS E RENDIMENTOS------------------*
       5300-MENU-APLICACOES.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'APLICACOES' TO WS-PAG
           MOVE ZERO TO WS-OPCAO
           DISPLAY LB-CABECALHO
           DISPLAY LB-APLICAC
           PERFORM UNTIL WS-OPCAO = 99
               MOVE ZEROS TO WS-OPCAO
               ACCEPT LB-OPCAO-APLICAC
               EVALUATE WS-OPCAO
               WHEN 01
                   PERFORM 5301-CADASTRO-APLICACAO
               WHEN 02
                   PERFORM 5302-LISTAR-APLICACOES
               WHEN 03
                   PERFORM 5303-RENDIMENTO-MES
               WHEN 04
                   PERFORM 5304-RELATORIO-POSICAO
               WHEN 99
                   PERFORM 0000-INICIALIZACAO
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
           END-PERFORM.

      *----CADASTRAMENTO DE UMA APLICACAO VINCULADA A UMA CONTA (CONT-ID)*
       5301-CADASTRO-APLICACAO.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'CADASTRAR APLICACAO' TO WS-PAG
           DISPLAY LB-CABECALHO
           PERFORM 5310-PROXIMO-ID-APLICAC

           MOVE SPACES TO WS-APL-DESC
           DISPLAY 'DESCRICAO.....................:'
           LINE 06 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-APL-DESC LINE 06 COL 38
           FOREGROUND-COLOR IS 04

           DISPLAY 'CODIGO DA CONTA (CONT-ID).....:'
           LINE 07 COL 03 FOREGROUND-COLOR IS 05
           MOVE 'NAO' TO WS-APL-CONTA-OK
           PERFORM UNTIL WS-APL-CONTA-OK = 'SIM'
               MOVE ZEROS TO WS-APL-CONT-ID
               ACCEPT WS-APL-CONT-ID LINE 07 COL 38
               FOREGROUND-COLOR IS 04
               PERFORM 5311-LE-CONTA-APLICAC
               IF WS-APL-CONTA-OK EQUAL 'SIM'
               AND CONT-TIPO EQUAL 04
                   MOVE 'NAO' TO WS-APL-CONTA-OK
                   MOVE 'CONTA CARTAO NAO PERMITIDA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   IF WS-APL-CONTA-OK NOT EQUAL 'SIM'
                       MOVE 'CONTA NAO CADASTRADA!' TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   ELSE
                       MOVE SPACES TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                       DISPLAY WS-APL-CONTA-NOME LINE 07 COL 44
                       FOREGROUND-COLOR IS 03
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY 'PRODUTO (1-POUP 2-CDB 3-TES.).:'
           LINE 08 COL 03 FOREGROUND-COLOR IS 05
           MOVE ZEROS TO WS-APL-PRODUTO
           PERFORM UNTIL WS-APL-PRODUTO >= 1 AND WS-APL-PRODUTO <= 3
               ACCEPT WS-APL-PRODUTO LINE 08 COL 38
               FOREGROUND-COLOR IS 04
               IF WS-APL-PRODUTO < 1 OR WS-APL-PRODUTO > 3
                   MOVE 'PRODUTO DEVE SER 1, 2 OU 3!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
               END-IF
           END-PERFORM

           MOVE SPACE TO WS-APL-MODO
           DISPLAY 'TAXA (F=FIXA / I=% DO INDICE).:'
           LINE 09 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-APL-MODO = 'F' OR 'I'
               ACCEPT WS-APL-MODO LINE 09 COL 38
               FOREGROUND-COLOR IS 04
               IF WS-APL-MODO NOT = 'F' AND 'I'
                   MOVE 'INFORME F OU I!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-APL-TAXA
           IF WS-APL-MODO EQUAL 'F'
               DISPLAY 'TAXA FIXA (% AO MES)..........:'
               LINE 10 COL 03 FOREGROUND-COLOR IS 05
           ELSE
               DISPLAY 'PERCENTUAL DO INDICE (%)......:'
               LINE 10 COL 03 FOREGROUND-COLOR IS 05
           END-IF
           PERFORM UNTIL WS-APL-TAXA > 0
               ACCEPT WS-APL-TAXA LINE 10 COL 38
               FOREGROUND-COLOR IS 04
               IF WS-APL-TAXA = ZEROS
                   MOVE 'TAXA DEVE SER MAIOR QUE "0"' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-APL-VALOR
           DISPLAY 'VALOR APLICADO................:'
           LINE 11 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-APL-VALOR > 0
               ACCEPT WS-APL-VALOR LINE 11 COL 38
               FOREGROUND-COLOR IS 04
               IF WS-APL-VALOR = ZEROS
                   MOVE 'VALOR DEVE SER MAIOR QUE "0"' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE 'NO' TO WS-IMP-OK
           DISPLAY 'DATA DA APLICACAO (DDMMAAAA)..:'
           LINE 12 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-IMP-OK EQUAL 'OK'
               MOVE ZEROS TO WS-APL-DATA-ENT
               ACCEPT WS-APL-DATA-ENT LINE 12 COL 38
               FOREGROUND-COLOR IS 04
               MOVE WS-APL-ENT-DIA TO WS-IMP-DIA
               MOVE WS-APL-ENT-MES TO WS-IMP-MES
               MOVE WS-APL-ENT-ANO TO WS-IMP-ANO
               PERFORM 8300-VALIDA-DATA-IMPORT
               IF WS-IMP-OK NOT EQUAL 'OK'
                   MOVE 'DATA INVALIDA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM
           COMPUTE WS-APL-APLIC-NUM8 = WS-APL-ENT-ANO * 10000
               + WS-APL-ENT-MES * 100 + WS-APL-ENT-DIA

           MOVE 'NO' TO WS-IMP-OK
           DISPLAY 'VENCIMENTO (DDMMAAAA/0=SEM)...:'
           LINE 13 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-IMP-OK EQUAL 'OK'
               MOVE ZEROS TO WS-APL-VENC-ENT
               ACCEPT WS-APL-VENC-ENT LINE 13 COL 38
               FOREGROUND-COLOR IS 04
               IF WS-APL-VENC-ENT EQUAL ZEROS
                   MOVE 'OK' TO WS-IMP-OK
               ELSE
                   MOVE WS-APL-VNC-DIA TO WS-IMP-DIA
                   MOVE WS-APL-VNC-MES TO WS-IMP-MES
                   MOVE WS-APL-VNC-ANO TO WS-IMP-ANO
                   PERFORM 8300-VALIDA-DATA-IMPORT
                   COMPUTE WS-APL-VENC-NUM8 = WS-APL-VNC-ANO * 10000
                       + WS-APL-VNC-MES * 100 + WS-APL-VNC-DIA
                   IF WS-IMP-OK EQUAL 'OK'
                   AND WS-APL-VENC-NUM8 <= WS-APL-APLIC-NUM8
                       MOVE 'NO' TO WS-IMP-OK
                   END-IF
               END-IF
               IF WS-IMP-OK NOT EQUAL 'OK'
                   MOVE 'VENCIMENTO INVALIDO!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE WS-APL-PROX-ID  TO TA-ID
           MOVE WS-APL-CONT-ID  TO TA-CONT-ID
           MOVE WS-APL-DESC     TO TA-DESC
           MOVE WS-APL-PRODUTO  TO TA-PRODUTO
           MOVE WS-APL-MODO     TO TA-MODO
           MOVE WS-APL-TAXA     TO TA-TAXA
           MOVE WS-APL-VALOR    TO TA-VAL-APLIC
           MOVE WS-APL-DATA-ENT TO TA-DAT-APLIC
           MOVE WS-APL-VENC-ENT TO TA-DAT-VENC
           MOVE ZEROS           TO TA-REND-ACUM
           MOVE ZEROS           TO TA-IR-ACUM
           MOVE ZEROS           TO TA-ULT-REND
           MOVE TAB-APLICAC     TO ARQ-APL-REG

           MOVE ZERO TO WS-OPCAO
           DISPLAY '**SALVAR APLICACAO? [01]SIM [02]NAO'
           LINE 15 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-OPCAO LINE 15 COL 40
           FOREGROUND-COLOR IS 04
           IF WS-OPCAO EQUAL 01
               MOVE 'CADASTRO'     TO WS-JRN-OPERACAO
               MOVE 'APLICAC'      TO WS-JRN-ARQUIVO
               MOVE ARQA-ID        TO WS-JRN-CHAVE
               MOVE 'INICIO'       TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               WRITE ARQ-APL-REG
                   INVALID KEY
                       MOVE 'CODIGO DE APLICACAO JA EXISTE!'
                       TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                       MOVE 99 TO WS-FSTATUS
               END-WRITE
               IF WS-FSTATUS NOT EQUAL ZEROS
                   MOVE 'NAO FOI POSSIVEL GRAVAR O REGISTRO!'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
                   DISPLAY LB-FILE-ST
                   MOVE 'ERRO'   TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
               ELSE
                   MOVE 'REGISTRO GRAVADO COM SUCESSO!'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
                   MOVE 'FIM'    TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
               END-IF
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           END-IF
           MOVE ZERO TO WS-OPCAO.

      *----LISTAGEM DAS APLICACOES CADASTRADAS---------------------------*
       5302-LISTAR-APLICACOES.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'LISTAR APLICACOES' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE 09 TO WS-APL-LINHA
           MOVE 'NAO' TO WS-APL-ACHOU
           DISPLAY 'COD  CTA  DESCRICAO       PRODUTO M TAXA'
           LINE 08 COL 03 FOREGROUND-COLOR IS 03
           DISPLAY 'VALOR APLIC.  APLICAC. VENCIM.' LINE 08 COL 48
           FOREGROUND-COLOR IS 03

           MOVE ZEROS TO ARQA-ID
           MOVE ZERO TO WS-EOF
           START ARQ-APLICAC KEY IS NOT LESS THAN ARQA-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-APLICAC NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-APL-LINHA < 22
                           PERFORM 5312-PRODUTO-APLICAC
                           DISPLAY ARQA-ID LINE WS-APL-LINHA COL 03
                           FOREGROUND-COLOR IS 04
                           DISPLAY ARQA-CONT-ID LINE WS-APL-LINHA
                           COL 08 FOREGROUND-COLOR IS 04
                           DISPLAY ARQA-DESC LINE WS-APL-LINHA
                           COL 13 FOREGROUND-COLOR IS 04
                           DISPLAY WS-APL-ED-PROD LINE WS-APL-LINHA
                           COL 29 FOREGROUND-COLOR IS 04
                           DISPLAY ARQA-MODO LINE WS-APL-LINHA
                           COL 37 FOREGROUND-COLOR IS 04
                           MOVE ARQA-TAXA TO WS-APL-ED-TAXA
                           DISPLAY WS-APL-ED-TAXA LINE WS-APL-LINHA
                           COL 39 FOREGROUND-COLOR IS 04
                           MOVE ARQA-VAL-APLIC TO WS-ED-VALOR
                           DISPLAY WS-ED-VALOR LINE WS-APL-LINHA
                           COL 47 FOREGROUND-COLOR IS 04
                           DISPLAY ARQA-DAT-APLIC LINE WS-APL-LINHA
                           COL 62 FOREGROUND-COLOR IS 04
                           DISPLAY ARQA-DAT-VENC LINE WS-APL-LINHA
                           COL 71 FOREGROUND-COLOR IS 04
                           ADD 1 TO WS-APL-LINHA
                           MOVE 'SIM' TO WS-APL-ACHOU
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS

           IF WS-APL-ACHOU EQUAL 'NAO'
               MOVE 'NENHUMA APLICACAO CADASTRADA!' TO WS-STATUSOP
           ELSE
               MOVE SPACES TO WS-STATUSOP
           END-IF
           DISPLAY LB-OPERACAO.

      *----CREDITA O RENDIMENTO LIQUIDO DE UM MES (AAAAMM) DE TODAS AS---*
      *----APLICACOES COMO RECEITA DO TIPO RENDIMENTOS NA CONTA VINCULADA*
       5303-RENDIMENTO-MES.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'RENDIMENTO DO MES' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-APL-ALVO

           DISPLAY 'ANO (AAAA):' LINE 06 COL 03
           FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-APL-ALVO-ANO >= 2000
               ACCEPT WS-APL-ALVO-ANO LINE 06 COL 15
               FOREGROUND-COLOR IS 04
               IF WS-APL-ALVO-ANO < 2000
                   MOVE 'ANO DEVE SER SUPERIOR A 2000' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM
           DISPLAY 'MES (MM)..:' LINE 07 COL 03
           FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-APL-ALVO-MES >= 01
           AND WS-APL-ALVO-MES <= 12
               ACCEPT WS-APL-ALVO-MES LINE 07 COL 15
               FOREGROUND-COLOR IS 04
               IF WS-APL-ALVO-MES < 01 OR WS-APL-ALVO-MES > 12
                   MOVE 'MES INVALIDO!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-APL-INDICE
           PERFORM 5327-EXISTE-INDEXADA
           IF WS-APL-INDEXADA EQUAL 'SIM'
               DISPLAY 'INDICE DE REFERENCIA DO MES (% AO MES):'
               LINE 08 COL 03 FOREGROUND-COLOR IS 05
               PERFORM UNTIL WS-APL-INDICE > ZEROS
                   ACCEPT WS-APL-INDICE LINE 08 COL 44
                   FOREGROUND-COLOR IS 04
                   IF WS-APL-INDICE EQUAL ZEROS
                       MOVE 'INDICE DEVE SER MAIOR QUE ZERO!'
                       TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   ELSE
                       MOVE SPACES TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY 'CONFIRMA O CREDITO? [01]SIM [02]NAO'
           LINE 10 COL 03 FOREGROUND-COLOR IS 05
           MOVE ZERO TO WS-OPCAO
           ACCEPT WS-OPCAO LINE 10 COL 40
           FOREGROUND-COLOR IS 04
           IF WS-OPCAO NOT EQUAL 01
               MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           ELSE
               MOVE WS-APL-ALVO TO WS-VMF-ANOMES
               PERFORM 8400-VERIFICA-MES-FECHADO
               IF WS-VMF-BLOQ EQUAL 'SIM'
                   MOVE 'MES FECHADO - CREDITO BLOQUEADO!'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   PERFORM 5321-TIPO-RENDIMENTOS
                   IF WS-APL-TIPO-OK NOT EQUAL 'SIM'
                       MOVE 'TABELA DE TIPOS DE RECEITA CHEIA!'
                       TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   ELSE
                       PERFORM 5320-CREDITA-RENDIMENTOS
                       MOVE SPACES TO WS-STATUSOP
                       STRING 'CREDITADOS: '  DELIMITED BY SIZE
                              WS-APL-QTD-GER  DELIMITED BY SIZE
                              '  PULADOS: '   DELIMITED BY SIZE
                              WS-APL-QTD-PUL  DELIMITED BY SIZE
                              INTO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                       IF WS-APL-QTD-SEQ > ZEROS
                           DISPLAY 'MES ANTERIOR SEM CREDITO EM '
                           LINE 12 COL 03 FOREGROUND-COLOR IS 06
                           DISPLAY WS-APL-QTD-SEQ LINE 12 COL 31
                           FOREGROUND-COLOR IS 06
                           DISPLAY 'APLICACAO(OES): CREDITE OS MESES E'-
                           'M ORDEM' LINE 12 COL 35
                           FOREGROUND-COLOR IS 06
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE ZERO TO WS-OPCAO.

      *----RELATORIO DE POSICAO DAS APLICACOES GRAVADO EM Relat.txt-----*
      *----SALDO LIQUIDO = APLICADO + RENDIMENTO ACUMULADO - IR RETIDO--*
       5304-RELATORIO-POSICAO.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'POSICAO APLICACOES' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-APL-TOT-APLIC
           MOVE ZEROS TO WS-APL-TOT-REND
           MOVE ZEROS TO WS-APL-TOT-IR
           MOVE ZEROS TO WS-APL-TOT-LIQ
           MOVE 'NAO' TO WS-APL-ACHOU
           MOVE 'POSICAO DAS APLICACOES' TO WS-REL-TITULO
           MOVE 'COD  DESCRICAO       PRODUTO  VALOR APLIC.'-
           ' REND.ACUMUL.  IR RETIDO SALDO LIQUIDO' TO WS-REL-CABEC1
           PERFORM 7000-ABRE-RELATORIO

           MOVE ZEROS TO ARQA-ID
           MOVE ZERO TO WS-EOF
           START ARQ-APLICAC KEY IS NOT LESS THAN ARQA-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-APLICAC NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 5313-POSICAO-UMA-APLICAC
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS

           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'TOTAL APLICADO.......: R$' TO RDET-TOT-LABEL
           MOVE WS-APL-TOT-APLIC TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'RENDIMENTO ACUMULADO.: R$' TO RDET-TOT-LABEL
           MOVE WS-APL-TOT-REND TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'IR RETIDO............: R$' TO RDET-TOT-LABEL
           MOVE WS-APL-TOT-IR TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'SALDO LIQUIDO........: R$' TO RDET-TOT-LABEL
           MOVE WS-APL-TOT-LIQ TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           PERFORM 7030-FECHA-RELATORIO

           DISPLAY 'SALDO LIQUIDO TOTAL: R$' LINE 08 COL 03
           FOREGROUND-COLOR IS 05
           MOVE WS-APL-TOT-LIQ TO WS-ED-TOTAL
           DISPLAY WS-ED-TOTAL LINE 08 COL 27
           FOREGROUND-COLOR IS 04
           IF WS-APL-ACHOU EQUAL 'NAO'
               MOVE 'NENHUMA APLICACAO CADASTRADA!' TO WS-STATUSOP
           ELSE
               MOVE 'RELATORIO COMPLETO GRAVADO EM Relat.txt'
               TO WS-STATUSOP
           END-IF
           DISPLAY LB-OPERACAO.

       5310-PROXIMO-ID-APLICAC.
           MOVE 1 TO WS-APL-PROX-ID
           MOVE ZEROS TO ARQA-ID
           MOVE ZERO TO WS-EOF
           START ARQ-APLICAC KEY IS NOT LESS THAN ARQA-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-APLICAC NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       COMPUTE WS-APL-PROX-ID = ARQA-ID + 1
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----LE A CONTA WS-APL-CONT-ID E GUARDA O NOME DELA----------------*
       5311-LE-CONTA-APLICAC.
           MOVE 'NAO' TO WS-APL-CONTA-OK
           MOVE SPACES TO WS-APL-CONTA-NOME
           MOVE WS-APL-CONT-ID TO CONT-ID
           READ ARQ-CONTAS
               INVALID KEY
                   MOVE 'NAO' TO WS-APL-CONTA-OK
               NOT INVALID KEY
                   MOVE 'SIM' TO WS-APL-CONTA-OK
                   MOVE CONTA-NMBANC TO WS-APL-CONTA-NOME
           END-READ
           MOVE ZEROS TO WS-FSTATUS.

      *----DESCRICAO DO PRODUTO DA APLICACAO LIDA------------------------*
       5312-PRODUTO-APLICAC.
           EVALUATE ARQA-PRODUTO
           WHEN 01
               MOVE 'POUPANC' TO WS-APL-ED-PROD
           WHEN 02
               MOVE 'CDB'     TO WS-APL-ED-PROD
           WHEN 03
               MOVE 'TESOURO' TO WS-APL-ED-PROD
           WHEN OTHER
               MOVE '???'     TO WS-APL-ED-PROD
           END-EVALUATE.

      *----LINHA DO RELATORIO DE POSICAO DA APLICACAO LIDA---------------*
       5313-POSICAO-UMA-APLICAC.
           MOVE 'SIM' TO WS-APL-ACHOU
           PERFORM 5312-PRODUTO-APLICAC
           COMPUTE WS-APL-SALDO-LIQ = ARQA-VAL-APLIC + ARQA-REND-ACUM
               - ARQA-IR-ACUM
           ADD ARQA-VAL-APLIC   TO WS-APL-TOT-APLIC
           ADD ARQA-REND-ACUM   TO WS-APL-TOT-REND
           ADD ARQA-IR-ACUM     TO WS-APL-TOT-IR
           ADD WS-APL-SALDO-LIQ TO WS-APL-TOT-LIQ
           MOVE ARQA-ID          TO RDET-APL-COD
           MOVE ARQA-DESC        TO RDET-APL-DESC
           MOVE WS-APL-ED-PROD   TO RDET-APL-PROD
           MOVE ARQA-VAL-APLIC   TO RDET-APL-APLIC
           MOVE ARQA-REND-ACUM   TO RDET-APL-REND
           MOVE ARQA-IR-ACUM     TO RDET-APL-IR
           MOVE WS-APL-SALDO-LIQ TO RDET-APL-LIQ
           MOVE WS-RDET-APLICACAO TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO.

      *----PERCORRE AS APLICACOES E CREDITA O RENDIMENTO DO MES ALVO-----*
      *----NAS QUE ESTAVAM APLICADAS NELE E AINDA NAO FORAM CREDITADAS---*
       5320-CREDITA-RENDIMENTOS.
           MOVE ZEROS TO WS-APL-QTD-GER
           MOVE ZEROS TO WS-APL-QTD-PUL
           MOVE ZEROS TO WS-APL-QTD-SEQ
           MOVE ZEROS TO ARQA-ID
           MOVE ZERO TO WS-EOF
           START ARQ-APLICAC KEY IS NOT LESS THAN ARQA-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-APLICAC NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       COMPUTE WS-APL-APLIC-ANOMES =
                           ARQA-ANO-APLIC * 100 + ARQA-MES-APLIC
                       COMPUTE WS-APL-VENC-ANOMES =
                           ARQA-ANO-VENC * 100 + ARQA-MES-VENC
                       IF WS-APL-ALVO > WS-APL-APLIC-ANOMES
                       AND (ARQA-DAT-VENC EQUAL ZEROS
                       OR WS-APL-ALVO <= WS-APL-VENC-ANOMES)
                           PERFORM 5328-PROXIMO-MES-RENDIMENTO
                           EVALUATE TRUE
                           WHEN WS-APL-ALVO EQUAL WS-APL-PROX-REND
                               PERFORM 5322-RENDIMENTO-UMA-APLICAC
                           WHEN WS-APL-ALVO > WS-APL-PROX-REND
                               ADD 1 TO WS-APL-QTD-SEQ
                               ADD 1 TO WS-APL-QTD-PUL
                           WHEN OTHER
                               ADD 1 TO WS-APL-QTD-PUL
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----GARANTE OS TIPOS DE RECEITA DOS RENDIMENTOS: RENDIMENTOS----*
      *----(EXCLUSIVA NA FONTE) E REND POUPANCA (ISENTA)---------------*
       5321-TIPO-RENDIMENTOS.
           MOVE 'RENDIMENTOS' TO WS-APL-TIPO-NOME
           MOVE 3 TO WS-APL-TIPO-FISC
           PERFORM 5329-GARANTE-TIPO-RECEITA
           MOVE WS-APL-TIPO-REND TO WS-APL-TIPO-INVEST
           IF WS-APL-TIPO-OK EQUAL 'SIM'
               MOVE 'REND POUPANCA' TO WS-APL-TIPO-NOME
               MOVE 2 TO WS-APL-TIPO-FISC
               PERFORM 5329-GARANTE-TIPO-RECEITA
               MOVE WS-APL-TIPO-REND TO WS-APL-TIPO-POUP
           END-IF.

      *----GARANTE O TIPO DE RECEITA WS-APL-TIPO-NOME NA TABELA DE-----*
      *----TIPOS (CRIADO COM O MAIOR CODIGO + 1 E A CLASSE FISCAL------*
      *----WS-APL-TIPO-FISC QUANDO AINDA NAO EXISTE)-------------------*
       5329-GARANTE-TIPO-RECEITA.
           MOVE 'NAO' TO WS-APL-TIPO-OK
           MOVE ZEROS TO WS-APL-TIPO-REND
           MOVE ZEROS TO WS-APL-TIPO-MAIOR
           MOVE 1 TO WS-TIPO-IDX2
           PERFORM UNTIL WS-TIPO-IDX2 > WS-QTD-TIPOS-R
               IF WS-TIPO-R-NOME(WS-TIPO-IDX2) EQUAL WS-APL-TIPO-NOME
                   MOVE 'SIM' TO WS-APL-TIPO-OK
                   MOVE WS-TIPO-R-COD(WS-TIPO-IDX2)
                   TO WS-APL-TIPO-REND
               END-IF
               IF WS-TIPO-R-COD(WS-TIPO-IDX2) > WS-APL-TIPO-MAIOR
                   MOVE WS-TIPO-R-COD(WS-TIPO-IDX2)
                   TO WS-APL-TIPO-MAIOR
               END-IF
               ADD 1 TO WS-TIPO-IDX2
           END-PERFORM
           IF WS-APL-TIPO-OK NOT EQUAL 'SIM'
           AND WS-QTD-TIPOS-R < 30
           AND WS-APL-TIPO-MAIOR < 99
               ADD 1 TO WS-QTD-TIPOS-R
               COMPUTE WS-APL-TIPO-REND = WS-APL-TIPO-MAIOR + 1
               MOVE WS-APL-TIPO-REND
               TO WS-TIPO-R-COD(WS-QTD-TIPOS-R)
               MOVE WS-APL-TIPO-NOME
               TO WS-TIPO-R-NOME(WS-QTD-TIPOS-R)
               MOVE WS-APL-TIPO-FISC
               TO WS-TIPO-R-FISC(WS-QTD-TIPOS-R)
               MOVE 'CADASTRO' TO WS-JRN-OPERACAO
               MOVE 'TIPOS'    TO WS-JRN-ARQUIVO
               MOVE WS-APL-TIPO-REND TO WS-JRN-CHAVE
               MOVE 'INICIO'   TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               PERFORM 4520-GRAVA-ARQ-TIPOS
               MOVE 'FIM'      TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               MOVE 'SIM' TO WS-APL-TIPO-OK
           END-IF.

      *----CALCULA O RENDIMENTO DO MES DA APLICACAO LIDA, RETEM O IR E---*
      *----GRAVA O LIQUIDO COMO RECEITA; A APLICACAO GUARDA OS TOTAIS----*
       5322-RENDIMENTO-UMA-APLICAC.
           COMPUTE WS-APL-BASE = ARQA-VAL-APLIC + ARQA-REND-ACUM
               - ARQA-IR-ACUM
           IF ARQA-MODO EQUAL 'I'
               COMPUTE WS-APL-TAXA-MES = WS-APL-INDICE / 100
                   * ARQA-TAXA / 100
           ELSE
               COMPUTE WS-APL-TAXA-MES = ARQA-TAXA / 100
           END-IF
           COMPUTE WS-APL-BRUTO ROUNDED = WS-APL-BASE * WS-APL-TAXA-MES
           PERFORM 5323-DIA-FIM-MES-ALVO
           PERFORM 5324-ALIQUOTA-IR
           COMPUTE WS-APL-IR ROUNDED = WS-APL-BRUTO * WS-APL-ALIQ / 100
           COMPUTE WS-APL-LIQUIDO = WS-APL-BRUTO - WS-APL-IR

           MOVE ARQA-CONT-ID TO WS-APL-CONT-ID
           PERFORM 5311-LE-CONTA-APLICAC
           IF WS-APL-CONTA-OK NOT EQUAL 'SIM'
           OR WS-APL-LIQUIDO > 999999,99
           OR WS-APL-BRUTO EQUAL ZEROS
               ADD 1 TO WS-APL-QTD-PUL
           ELSE
               IF WS-APL-LIQUIDO > ZEROS
                   PERFORM 5325-GRAVA-RECEITA-RENDIMENTO
               END-IF
               IF WS-FSTATUS NOT EQUAL ZEROS
                   ADD 1 TO WS-APL-QTD-PUL
                   MOVE ZEROS TO WS-FSTATUS
               ELSE
                   ADD WS-APL-BRUTO TO ARQA-REND-ACUM
                   ADD WS-APL-IR    TO ARQA-IR-ACUM
                   MOVE WS-APL-ALVO TO ARQA-ULT-REND
                   REWRITE ARQ-APL-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE ZEROS TO WS-FSTATUS
                   ADD 1 TO WS-APL-QTD-GER
               END-IF
           END-IF.

      *----ULTIMO DIA DO MES ALVO (DATA DO CREDITO DO RENDIMENTO)--------*
       5323-DIA-FIM-MES-ALVO.
           MOVE 00 TO WS-ANO-100
           MOVE 99 TO WS-ANO-004
           MOVE 00 TO WS-ANO-X
           DIVIDE 100 INTO WS-APL-ALVO-ANO
           GIVING WS-ANO-X
           REMAINDER WS-ANO-100
           DIVIDE 004 INTO WS-APL-ALVO-ANO
           GIVING WS-ANO-X
           REMAINDER WS-ANO-004
           EVALUATE TRUE
           WHEN WS-APL-ALVO-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10
           OR 12
               MOVE 31 TO WS-APL-DIA-FIM
           WHEN WS-APL-ALVO-MES = 04 OR 06 OR 09 OR 11
               MOVE 30 TO WS-APL-DIA-FIM
           WHEN WS-ANO-100 NOT EQUAL 0 AND WS-ANO-004 = 0
               MOVE 29 TO WS-APL-DIA-FIM
           WHEN OTHER
               MOVE 28 TO WS-APL-DIA-FIM
           END-EVALUATE.

      *----ALIQUOTA REGRESSIVA DE IR PELO PRAZO DA APLICACAO ATE O FIM---*
      *----DO MES ALVO. POUPANCA (PRODUTO 01) E ISENTA-------------------*
       5324-ALIQUOTA-IR.
           IF ARQA-PRODUTO EQUAL 01
               MOVE ZEROS TO WS-APL-ALIQ
           ELSE
               MOVE ARQA-DIA-APLIC TO WS-APL-NDD-DIA
               MOVE ARQA-MES-APLIC TO WS-APL-NDD-MES
               MOVE ARQA-ANO-APLIC TO WS-APL-NDD-ANO
               PERFORM 5326-NUMERO-DO-DIA
               MOVE WS-APL-NDD-NUM TO WS-APL-NUM-INI
               MOVE WS-APL-DIA-FIM  TO WS-APL-NDD-DIA
               MOVE WS-APL-ALVO-MES TO WS-APL-NDD-MES
               MOVE WS-APL-ALVO-ANO TO WS-APL-NDD-ANO
               PERFORM 5326-NUMERO-DO-DIA
               COMPUTE WS-APL-DIAS = WS-APL-NDD-NUM - WS-APL-NUM-INI
               EVALUATE TRUE
               WHEN WS-APL-DIAS <= 180
                   MOVE 22,50 TO WS-APL-ALIQ
               WHEN WS-APL-DIAS <= 360
                   MOVE 20,00 TO WS-APL-ALIQ
               WHEN WS-APL-DIAS <= 720
                   MOVE 17,50 TO WS-APL-ALIQ
               WHEN OTHER
                   MOVE 15,00 TO WS-APL-ALIQ
               END-EVALUATE
           END-IF.

      *----GRAVA A RECEITA DO RENDIMENTO LIQUIDO E CREDITA A CONTA-------*
       5325-GRAVA-RECEITA-RENDIMENTO.
           PERFORM 1012-PROXIMO-ID-RECEITA
           MOVE TAB-RECEITAS      TO ARQ-REC
           MOVE SPACES            TO ARQR-DOC
           MOVE WS-CONT-01        TO ARQR-ID
           MOVE WS-APL-LIQUIDO    TO ARQR-VAL
           MOVE WS-APL-DIA-FIM    TO ARQR-DIA-RECB
           MOVE WS-APL-ALVO-MES   TO ARQR-MES-RECB
           MOVE WS-APL-ALVO-ANO   TO ARQR-ANO-RECB
           MOVE ARQR-DAT-RECB     TO ARQR-DAT-ESP
           MOVE ARQA-ID           TO WS-APL-DM-ID
           MOVE WS-APL-DESC-MONT  TO ARQR-DESC
           MOVE WS-APL-CONTA-NOME TO ARQR-CONTA
           MOVE ARQA-CONT-ID      TO ARQR-CONT-ID
           IF ARQA-PRODUTO EQUAL 01
               MOVE WS-APL-TIPO-POUP   TO ARQR-TIPO
           ELSE
               MOVE WS-APL-TIPO-INVEST TO ARQR-TIPO
           END-IF
           MOVE ZEROS             TO ARQR-DAT-CONC
           MOVE 'RENDIMENTO'      TO WS-JRN-OPERACAO
           MOVE 'RECEITAS'        TO WS-JRN-ARQUIVO
           MOVE ARQR-ID           TO WS-JRN-CHAVE
           MOVE 'INICIO'          TO WS-JRN-FASE
           PERFORM 9100-GRAVA-JORNAL
           PERFORM 8185-CONVERTE-RECEITA
           WRITE ARQ-REC
               INVALID KEY
                   MOVE 99 TO WS-FSTATUS
           END-WRITE
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE 'ERRO'     TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
           ELSE
               PERFORM 8100-ATUALIZA-SALDO-RECEITA
               MOVE 'FIM'      TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
           END-IF.

      *----NUMERO SEQUENCIAL DO DIA WS-APL-NDD-DIA/MES/ANO, USADO PARA---*
      *----CONTAR OS DIAS ENTRE DUAS DATAS (MARCO COMO 1O MES DO ANO)----*
       5326-NUMERO-DO-DIA.
           MOVE WS-APL-NDD-ANO TO WS-APL-NDD-A
           MOVE WS-APL-NDD-MES TO WS-APL-NDD-M
           IF WS-APL-NDD-M <= 2
               SUBTRACT 1 FROM WS-APL-NDD-A
               ADD 12 TO WS-APL-NDD-M
           END-IF
           DIVIDE WS-APL-NDD-A BY 4   GIVING WS-APL-NDD-Q4
           DIVIDE WS-APL-NDD-A BY 100 GIVING WS-APL-NDD-Q100
           DIVIDE WS-APL-NDD-A BY 400 GIVING WS-APL-NDD-Q400
           COMPUTE WS-APL-NDD-QM = 153 * (WS-APL-NDD-M - 3) + 2
           DIVIDE 5 INTO WS-APL-NDD-QM
           COMPUTE WS-APL-NDD-NUM = 365 * WS-APL-NDD-A
               + WS-APL-NDD-Q4 - WS-APL-NDD-Q100 + WS-APL-NDD-Q400
               + WS-APL-NDD-QM + WS-APL-NDD-DIA.

      *----VERIFICA SE HA APLICACAO COM RENDIMENTO INDEXADO (MODO I)--*
       5327-EXISTE-INDEXADA.
           MOVE 'NAO' TO WS-APL-INDEXADA
           MOVE ZEROS TO ARQA-ID
           MOVE ZERO TO WS-EOF
           START ARQ-APLICAC KEY IS NOT LESS THAN ARQA-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-APLICAC NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQA-MODO EQUAL 'I'
                           MOVE 'SIM' TO WS-APL-INDEXADA
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----MES (AAAAMM) QUE A APLICACAO LIDA PODE RECEBER AGORA: O----*
      *----SEGUINTE AO ULTIMO CREDITADO OU, SEM NENHUM, AO DA APLIC.--*
       5328-PROXIMO-MES-RENDIMENTO.
           IF ARQA-ULT-REND EQUAL ZEROS
               MOVE WS-APL-APLIC-ANOMES TO WS-APL-PROX-REND
           ELSE
               MOVE ARQA-ULT-REND TO WS-APL-PROX-REND
           END-IF
           ADD 1 TO WS-APL-PROX-MES
           IF WS-APL-PROX-MES > 12
               MOVE 01 TO WS-APL-PROX-MES
               ADD 1 TO WS-APL-PROX-ANO
           END-IF.

      *---------AREA RESERVADA PARA AS COTACOES E O CAMBIO-------------*
      *----Cotac.txt GUARDA O VALOR EM R$ DE 1 UNIDADE DE CADA MOEDA---*
      *----POR DATA. RECEITAS E DESPESAS DE CONTA EM MOEDA ESTRANGEIRA-*
      *----GUARDAM A COTACAO DA DATA DO MOVIMENTO E O VALOR EM R$------*
      *----(8185/8186); OS RELATORIOS CONSOLIDADOS SOMAM O VALOR EM R$-*
       5400-MENU-COTACOES.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'COTACOES / CAMBIO' TO WS-PAG
           MOVE ZERO TO WS-OPCAO
           DISPLAY LB-CABECALHO
           DISPLAY LB-COTACOES
           PERFORM UNTIL WS-OPCAO = 99
               MOVE ZEROS TO WS-OPCAO
               ACCEPT LB-OPCAO-COTAC
               EVALUATE WS-OPCAO
               WHEN 01
                   PERFORM 5401-CADASTRO-COTACAO
               WHEN 02
                   PERFORM 5402-LISTAR-COTACOES
               WHEN 03
                   PERFORM 5403-RECALCULA-VALORES
               WHEN 04
                   PERFORM 5404-VARIACAO-CAMBIAL
               WHEN 99
                   PERFORM 0000-INICIALIZACAO
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
           END-PERFORM.

      *----CADASTRO (OU CORRECAO) DA COTACAO DE UMA MOEDA NUMA DATA----*
       5401-CADASTRO-COTACAO.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'CADASTRAR COTACAO' TO WS-PAG
           DISPLAY LB-CABECALHO

           DISPLAY 'MOEDA (EX.: USD, EUR)........:'
           LINE 06 COL 03 FOREGROUND-COLOR IS 05
           MOVE 'NAO' TO WS-CMB-MOEDA-OK
           PERFORM UNTIL WS-CMB-MOEDA-OK = 'SIM'
               MOVE SPACES TO WS-CMB-MOEDA
               ACCEPT WS-CMB-MOEDA LINE 06 COL 38
               FOREGROUND-COLOR IS 04
               PERFORM 5410-VALIDA-MOEDA
               IF WS-CMB-MOEDA-OK EQUAL 'SIM'
               AND WS-CMB-MOEDA EQUAL 'BRL'
                   MOVE 'NAO' TO WS-CMB-MOEDA-OK
               END-IF
               IF WS-CMB-MOEDA-OK NOT EQUAL 'SIM'
                   MOVE 'MOEDA INVALIDA (EX.: USD, EUR)!'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE 'NO' TO WS-IMP-OK
           DISPLAY 'DATA DA COTACAO (DDMMAAAA)...:'
           LINE 07 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-IMP-OK EQUAL 'OK'
               MOVE ZEROS TO WS-CMB-DATA-ENT
               ACCEPT WS-CMB-DATA-ENT LINE 07 COL 38
               FOREGROUND-COLOR IS 04
               MOVE WS-CMB-ENT-DIA TO WS-IMP-DIA
               MOVE WS-CMB-ENT-MES TO WS-IMP-MES
               MOVE WS-CMB-ENT-ANO TO WS-IMP-ANO
               PERFORM 8300-VALIDA-DATA-IMPORT
               IF WS-IMP-OK NOT EQUAL 'OK'
                   MOVE 'DATA INVALIDA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM
           COMPUTE WS-CMB-DATA = WS-CMB-ENT-ANO * 10000
               + WS-CMB-ENT-MES * 100 + WS-CMB-ENT-DIA

           MOVE ZEROS TO WS-CMB-TAXA
           DISPLAY 'VALOR EM R$ DE 1 UNIDADE.....:'
           LINE 08 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-CMB-TAXA > 0
               ACCEPT WS-CMB-TAXA LINE 08 COL 38
               FOREGROUND-COLOR IS 04
               IF WS-CMB-TAXA = ZEROS
                   MOVE 'COTACAO DEVE SER MAIOR QUE "0"'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE WS-CMB-MOEDA TO ARQM-MOEDA
           MOVE WS-CMB-DATA  TO ARQM-DATA
           READ ARQ-COTACAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'JA EXISTE COTACAO NESTA DATA:'
                   LINE 10 COL 03 FOREGROUND-COLOR IS 04
                   MOVE ARQM-TAXA TO WS-CMB-ED-TAXA
                   DISPLAY WS-CMB-ED-TAXA LINE 10 COL 38
                   FOREGROUND-COLOR IS 03
           END-READ
           MOVE ZEROS TO WS-FSTATUS

           MOVE ZERO TO WS-OPCAO
           DISPLAY '**SALVAR COTACAO? [01]SIM [02]NAO'
           LINE 12 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-OPCAO LINE 12 COL 40
           FOREGROUND-COLOR IS 04
           IF WS-OPCAO EQUAL 01
               PERFORM 5411-GRAVA-COTACAO
               IF WS-CMB-GRAVOU EQUAL 'SIM'
                   MOVE 'REGISTRO GRAVADO COM SUCESSO!'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE 'NAO FOI POSSIVEL GRAVAR O REGISTRO!'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
                   DISPLAY LB-FILE-ST
               END-IF
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           END-IF
           MOVE ZERO TO WS-OPCAO.

      *----LISTAGEM DAS COTACOES (UMA MOEDA OU TODAS) A PARTIR DE UMA--*
      *----DATA; A LISTA COMPLETA VAI PARA O Relat.txt-----------------*
       5402-LISTAR-COTACOES.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'LISTAR COTACOES' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE 'NAO' TO WS-CMB-ACHOU

           DISPLAY 'MOEDA (BRANCO = TODAS)..:' LINE 06 COL 03
           FOREGROUND-COLOR IS 05
           MOVE SPACES TO WS-CMB-MOEDA
           ACCEPT WS-CMB-MOEDA LINE 06 COL 29
           FOREGROUND-COLOR IS 04
           IF WS-CMB-MOEDA NOT EQUAL SPACES
               PERFORM 5410-VALIDA-MOEDA
           END-IF
           DISPLAY 'A PARTIR DE (DDMMAAAA)..:' LINE 07 COL 03
           FOREGROUND-COLOR IS 05
           MOVE ZEROS TO WS-CMB-DATA-ENT
           ACCEPT WS-CMB-DATA-ENT LINE 07 COL 29
           FOREGROUND-COLOR IS 04
           COMPUTE WS-CMB-DATA = WS-CMB-ENT-ANO * 10000
               + WS-CMB-ENT-MES * 100 + WS-CMB-ENT-DIA

           DISPLAY 'MOEDA  DATA        COTACAO EM R$' LINE 09 COL 03
           FOREGROUND-COLOR IS 03
           MOVE 10 TO WS-CMB-LINHA

           MOVE 'COTACOES CADASTRADAS' TO WS-REL-TITULO
           MOVE 'MOEDA  DATA        COTACAO EM R$' TO WS-REL-CABEC1
           PERFORM 7000-ABRE-RELATORIO

           IF WS-CMB-MOEDA EQUAL SPACES
               MOVE LOW-VALUES TO ARQM-CHAVE
           ELSE
               MOVE WS-CMB-MOEDA TO ARQM-MOEDA
               MOVE ZEROS        TO ARQM-DATA
           END-IF
           MOVE 'NAO' TO WS-CMB-FIM
           START ARQ-COTACAO KEY IS NOT LESS THAN ARQM-CHAVE
               INVALID KEY
                   MOVE 'SIM' TO WS-CMB-FIM
           END-START
           PERFORM UNTIL WS-CMB-FIM EQUAL 'SIM'
               READ ARQ-COTACAO NEXT RECORD
                   AT END
                       MOVE 'SIM' TO WS-CMB-FIM
                   NOT AT END
                       IF WS-CMB-MOEDA NOT EQUAL SPACES
                       AND ARQM-MOEDA NOT EQUAL WS-CMB-MOEDA
                           MOVE 'SIM' TO WS-CMB-FIM
                       ELSE
                           IF ARQM-DATA >= WS-CMB-DATA
                               PERFORM 5415-LINHA-COTACAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FSTATUS
           PERFORM 7030-FECHA-RELATORIO

           IF WS-CMB-ACHOU EQUAL 'NAO'
               MOVE 'NENHUMA COTACAO ENCONTRADA!' TO WS-STATUSOP
           ELSE
               IF WS-REL-OK EQUAL 'SIM'
                   MOVE 'RELATORIO COMPLETO GRAVADO EM Relat.txt'
                   TO WS-STATUSOP
               ELSE
                   MOVE 'ERRO AO GRAVAR O RELATORIO!'
                   TO WS-STATUSOP
               END-IF
           END-IF
           DISPLAY LB-OPERACAO.

      *----RECALCULA A COTACAO E O VALOR EM R$ DE TODOS OS MOVIMENTOS--*
      *----DOS MESES ABERTOS (APOS CADASTRAR OU CORRIGIR COTACOES)-----*
       5403-RECALCULA-VALORES.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'RECALCULAR VALORES EM R$' TO WS-PAG
           DISPLAY LB-CABECALHO
           DISPLAY 'RECALCULA A COTACAO E O VALOR EM R$ DAS'-
           ' RECEITAS E DESPESAS' LINE 06 COL 03
           FOREGROUND-COLOR IS 04
           DISPLAY 'DOS MESES ABERTOS PELAS COTACOES CADASTRADAS.'
           LINE 07 COL 03 FOREGROUND-COLOR IS 04
           MOVE ZERO TO WS-OPCAO
           DISPLAY 'CONFIRMA O RECALCULO? [01]SIM [02]NAO'
           LINE 09 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-OPCAO LINE 09 COL 42
           FOREGROUND-COLOR IS 04
           IF WS-OPCAO EQUAL 01
               MOVE ZEROS TO WS-CMB-QTD-REC
               MOVE ZEROS TO WS-CMB-QTD-DSP
               MOVE ZEROS TO WS-CMB-QTD-SEM
               MOVE ZEROS TO WS-CMB-FILTRO-ID
               MOVE 'RECALCULO' TO WS-JRN-OPERACAO
               MOVE 'COTACAO'   TO WS-JRN-ARQUIVO
               MOVE ZEROS       TO WS-JRN-CHAVE
               MOVE 'INICIO'    TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               MOVE 'NAO' TO WS-CB-AVISA
               PERFORM 5412-RECALCULA-RECEITAS
               PERFORM 5413-RECALCULA-DESPESAS
               MOVE 'SIM' TO WS-CB-AVISA
               MOVE 'FIM'       TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL

               DISPLAY 'RECEITAS RECALCULADAS.....:' LINE 11 COL 03
               FOREGROUND-COLOR IS 04
               DISPLAY WS-CMB-QTD-REC LINE 11 COL 31
               FOREGROUND-COLOR IS 03
               DISPLAY 'DESPESAS RECALCULADAS.....:' LINE 12 COL 03
               FOREGROUND-COLOR IS 04
               DISPLAY WS-CMB-QTD-DSP LINE 12 COL 31
               FOREGROUND-COLOR IS 03
               DISPLAY 'SEM COTACAO (R$ ZERADO)...:' LINE 13 COL 03
               FOREGROUND-COLOR IS 04
               DISPLAY WS-CMB-QTD-SEM LINE 13 COL 31
               FOREGROUND-COLOR IS 03
               MOVE 'RECALCULO CONCLUIDO!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           ELSE
               MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           END-IF
           MOVE ZERO TO WS-OPCAO.

      *----VARIACAO CAMBIAL DAS CONTAS EM MOEDA ESTRANGEIRA: O SALDO---*
      *----EM R$ PELAS COTACOES DE CADA MOVIMENTO (HISTORICO) CONTRA O-*
      *----SALDO ATUAL CONVERTIDO PELA COTACAO DO DIA------------------*
       5404-VARIACAO-CAMBIAL.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'VARIACAO CAMBIAL' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-CMB-QTD-CTA
           MOVE ZEROS TO WS-CMB-TOT-HIST
           MOVE ZEROS TO WS-CMB-TOT-ATUAL
           MOVE ZEROS TO WS-CMB-TOT-VAR
           MOVE ZEROS TO WSC-QTD-ESTR
           MOVE ZEROS TO WSC-QTD-SEM-COT
           ACCEPT WS-CB-HOJE FROM DATE YYYYMMDD

           MOVE 'VARIACAO CAMBIAL DAS CONTAS' TO WS-REL-TITULO
           MOVE 'COD  CONTA           MOE         SALDO      HIST. R$'-
           '      ATUAL R$      VARIACAO' TO WS-REL-CABEC1
           PERFORM 7000-ABRE-RELATORIO
           DISPLAY WS-REL-CABEC1 LINE 06 COL 01
           FOREGROUND-COLOR IS 03
           MOVE 07 TO WS-CMB-LINHA

           MOVE ZEROS TO CONT-ID
           MOVE ZERO TO WS-EOF
           START ARQ-CONTAS KEY IS NOT LESS THAN CONT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CONT-MOEDA NOT EQUAL SPACES
                       AND CONT-MOEDA NOT EQUAL 'BRL'
                           PERFORM 5405-VARIACAO-UMA-CONTA
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS

           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'SALDO HISTORICO......: R$' TO RDET-TOT-LABEL
           MOVE WS-CMB-TOT-HIST TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'SALDO PELA COTACAO...: R$' TO RDET-TOT-LABEL
           MOVE WS-CMB-TOT-ATUAL TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'VARIACAO CAMBIAL.....: R$' TO RDET-TOT-LABEL
           MOVE WS-CMB-TOT-VAR TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           PERFORM 7030-FECHA-RELATORIO

           DISPLAY 'VARIACAO CAMBIAL TOTAL: R$' LINE 19 COL 03
           FOREGROUND-COLOR IS 05
           MOVE WS-CMB-TOT-VAR TO WS-ED-SALDO-G
           DISPLAY WS-ED-SALDO-G LINE 19 COL 30
           FOREGROUND-COLOR IS 04
           EVALUATE TRUE
           WHEN WS-CMB-QTD-CTA EQUAL ZEROS
               MOVE 'NENHUMA CONTA EM MOEDA ESTRANGEIRA!'
               TO WS-STATUSOP
           WHEN WSC-QTD-SEM-COT > ZEROS
               MOVE 'HA CONTA SEM COTACAO CADASTRADA!'
               TO WS-STATUSOP
           WHEN OTHER
               MOVE 'RELATORIO COMPLETO GRAVADO EM Relat.txt'
               TO WS-STATUSOP
           END-EVALUATE
           DISPLAY LB-OPERACAO.

      *----UMA CONTA: HISTORICO = SALDO INICIAL EM R$ + RECEITAS EM R$-*
      *----- DESPESAS EM R$ (COMO EM 8210); ATUAL = SALDO X COTACAO----*
       5405-VARIACAO-UMA-CONTA.
           ADD 1 TO WS-CMB-QTD-CTA
           MOVE ZEROS TO WS-CMB-SOMA-REC
           MOVE ZEROS TO WS-CMB-SOMA-DSP

           MOVE ZEROS TO ARQR-ID
           MOVE 'NAO' TO WS-CMB-FIM
           START ARQ-RECEITAS KEY IS NOT LESS THAN ARQR-ID
               INVALID KEY
                   MOVE 'SIM' TO WS-CMB-FIM
           END-START
           PERFORM UNTIL WS-CMB-FIM EQUAL 'SIM'
               READ ARQ-RECEITAS NEXT RECORD
                   AT END
                       MOVE 'SIM' TO WS-CMB-FIM
                   NOT AT END
                       IF ARQR-CONT-ID EQUAL CONT-ID
                           ADD ARQR-VAL-BRL TO WS-CMB-SOMA-REC
                       END-IF
               END-READ
           END-PERFORM

           MOVE ZEROS TO ARQD-ID
           MOVE 'NAO' TO WS-CMB-FIM
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
               INVALID KEY
                   MOVE 'SIM' TO WS-CMB-FIM
           END-START
           PERFORM UNTIL WS-CMB-FIM EQUAL 'SIM'
               READ ARQ-DESPESAS NEXT RECORD
                   AT END
                       MOVE 'SIM' TO WS-CMB-FIM
                   NOT AT END
                       IF ARQD-CONT-ID EQUAL CONT-ID
                           ADD ARQD-VAL-BRL TO WS-CMB-SOMA-DSP
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-CMB-HIST-BRL = CONT-SALD-INI-BRL
               + WS-CMB-SOMA-REC - WS-CMB-SOMA-DSP
           PERFORM 3019-SALDO-CONTA-EM-REAIS
           MOVE WSC-SALDO-BRL TO WS-CMB-ATUAL-BRL
           COMPUTE WS-CMB-VARIACAO =
               WS-CMB-ATUAL-BRL - WS-CMB-HIST-BRL
           ADD WS-CMB-HIST-BRL  TO WS-CMB-TOT-HIST
           ADD WS-CMB-ATUAL-BRL TO WS-CMB-TOT-ATUAL
           ADD WS-CMB-VARIACAO  TO WS-CMB-TOT-VAR

           MOVE CONT-ID          TO RDET-CMB-ID
           MOVE CONTA-NMBANC     TO RDET-CMB-NOME
           MOVE CONT-MOEDA       TO RDET-CMB-MOEDA
           MOVE CONT-SALD        TO RDET-CMB-SALDO
           MOVE WS-CMB-HIST-BRL  TO RDET-CMB-HIST
           MOVE WS-CMB-ATUAL-BRL TO RDET-CMB-ATUAL
           MOVE WS-CMB-VARIACAO  TO RDET-CMB-VAR
           MOVE WS-RDET-CAMBIO   TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           IF WS-CMB-LINHA < 18
               DISPLAY WS-RDET-CAMBIO LINE WS-CMB-LINHA COL 01
               FOREGROUND-COLOR IS 04
               ADD 1 TO WS-CMB-LINHA
           END-IF.

      *----MOEDA: 3 LETRAS (BRANCO = BRL); MINUSCULAS SAO ACEITAS------*
       5410-VALIDA-MOEDA.
           MOVE 'NAO' TO WS-CMB-MOEDA-OK
           IF WS-CMB-MOEDA EQUAL SPACES
               MOVE 'BRL' TO WS-CMB-MOEDA
           END-IF
           INSPECT WS-CMB-MOEDA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-CMB-MOEDA IS ALPHABETIC-UPPER
           AND WS-CMB-MOEDA(1:1) NOT EQUAL SPACE
           AND WS-CMB-MOEDA(2:1) NOT EQUAL SPACE
           AND WS-CMB-MOEDA(3:1) NOT EQUAL SPACE
               MOVE 'SIM' TO WS-CMB-MOEDA-OK
           END-IF.

      *----GRAVA (OU REGRAVA) WS-CMB-TAXA PARA WS-CMB-MOEDA NA DATA----*
      *----WS-CMB-DATA (AAAAMMDD); WS-CMB-GRAVOU = 'SIM' SE DEU CERTO--*
       5411-GRAVA-COTACAO.
           MOVE 'NAO' TO WS-CMB-GRAVOU
           MOVE 'NAO' TO WS-CMB-EXISTE
           MOVE SPACES TO WS-AUD-ANTES
           MOVE WS-CMB-MOEDA TO ARQM-MOEDA
           MOVE WS-CMB-DATA  TO ARQM-DATA
           READ ARQ-COTACAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'SIM' TO WS-CMB-EXISTE
                   MOVE ARQ-COT-REG TO WS-AUD-ANTES
           END-READ
           MOVE ZEROS TO WS-FSTATUS
           MOVE WS-CMB-MOEDA TO ARQM-MOEDA
           MOVE WS-CMB-DATA  TO ARQM-DATA
           MOVE ';'          TO ARQ-COT-REG(12:1)
           MOVE WS-CMB-TAXA  TO ARQM-TAXA
           MOVE WS-CMB-DATA  TO WS-CMB-W-DATA

           MOVE 'COTACAO'     TO WS-JRN-ARQUIVO
           MOVE WS-CMB-W-ANO  TO WS-JRN-CHAVE
           MOVE 'INICIO'      TO WS-JRN-FASE
           IF WS-CMB-EXISTE EQUAL 'SIM'
               MOVE 'ALTERACAO' TO WS-JRN-OPERACAO
               PERFORM 9100-GRAVA-JORNAL
               REWRITE ARQ-COT-REG
                   INVALID KEY
                       MOVE 99 TO WS-FSTATUS
               END-REWRITE
           ELSE
               MOVE 'CADASTRO'  TO WS-JRN-OPERACAO
               PERFORM 9100-GRAVA-JORNAL
               WRITE ARQ-COT-REG
                   INVALID KEY
                       MOVE 99 TO WS-FSTATUS
               END-WRITE
           END-IF

           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE 'ERRO' TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
           ELSE
               MOVE 'SIM' TO WS-CMB-GRAVOU
               MOVE 'FIM' TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               IF WS-CMB-EXISTE EQUAL 'SIM'
                   MOVE SPACES TO WS-AUD-DEPOIS
                   MOVE ARQ-COT-REG TO WS-AUD-DEPOIS
                   MOVE 'ALTERACAO'  TO WS-AUD-OPERACAO
                   MOVE 'COTACAO'    TO WS-AUD-ARQUIVO
                   MOVE WS-CMB-W-ANO TO WS-AUD-CHAVE
                   PERFORM 9300-GRAVA-AUDITORIA
               END-IF
           END-IF.

      *----RECALCULO DAS RECEITAS (TODAS OU SO AS DA CONTA-------------*
      *----WS-CMB-FILTRO-ID); MES FECHADO NAO E ALTERADO---------------*
       5412-RECALCULA-RECEITAS.
           MOVE ZEROS TO ARQR-ID
           MOVE 'NAO' TO WS-CMB-FIM
           START ARQ-RECEITAS KEY IS NOT LESS THAN ARQR-ID
               INVALID KEY
                   MOVE 'SIM' TO WS-CMB-FIM
           END-START
           PERFORM UNTIL WS-CMB-FIM EQUAL 'SIM'
               READ ARQ-RECEITAS NEXT RECORD
                   AT END
                       MOVE 'SIM' TO WS-CMB-FIM
                   NOT AT END
                       IF WS-CMB-FILTRO-ID EQUAL ZEROS
                       OR ARQR-CONT-ID EQUAL WS-CMB-FILTRO-ID
                           IF ARQR-ANO-RECB NOT EQUAL ZEROS
                               COMPUTE WS-VMF-ANOMES =
                                   ARQR-ANO-RECB * 100 + ARQR-MES-RECB
                           ELSE
                               COMPUTE WS-VMF-ANOMES =
                                   ARQR-ANO-ESP * 100 + ARQR-MES-ESP
                           END-IF
                           PERFORM 8400-VERIFICA-MES-FECHADO
                           IF WS-VMF-BLOQ NOT EQUAL 'SIM'
                               PERFORM 8185-CONVERTE-RECEITA
                               REWRITE ARQ-REC
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-CMB-QTD-REC
                                       IF WS-CB-SEM-COT EQUAL 'SIM'
                                           ADD 1 TO WS-CMB-QTD-SEM
                                       END-IF
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FSTATUS.

      *----RECALCULO DAS DESPESAS (MESMAS REGRAS DE 5412)--------------*
       5413-RECALCULA-DESPESAS.
           MOVE ZEROS TO ARQD-ID
           MOVE 'NAO' TO WS-CMB-FIM
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
               INVALID KEY
                   MOVE 'SIM' TO WS-CMB-FIM
           END-START
           PERFORM UNTIL WS-CMB-FIM EQUAL 'SIM'
               READ ARQ-DESPESAS NEXT RECORD
                   AT END
                       MOVE 'SIM' TO WS-CMB-FIM
                   NOT AT END
                       IF WS-CMB-FILTRO-ID EQUAL ZEROS
                       OR ARQD-CONT-ID EQUAL WS-CMB-FILTRO-ID
                           IF ARQD-ANO-PAG NOT EQUAL ZEROS
                               COMPUTE WS-VMF-ANOMES =
                                   ARQD-ANO-PAG * 100 + ARQD-MES-PAG
                           ELSE
                               COMPUTE WS-VMF-ANOMES =
                                   ARQD-ANO-VENC * 100 + ARQD-MES-VENC
                           END-IF
                           PERFORM 8400-VERIFICA-MES-FECHADO
                           IF WS-VMF-BLOQ NOT EQUAL 'SIM'
                               PERFORM 8186-CONVERTE-DESPESA
                               REWRITE ARQ-DESP
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-CMB-QTD-DSP
                                       IF WS-CB-SEM-COT EQUAL 'SIM'
                                           ADD 1 TO WS-CMB-QTD-SEM
                                       END-IF
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FSTATUS.

      *----UMA LINHA DA LISTAGEM DE COTACOES (TELA E Relat.txt)--------*
       5415-LINHA-COTACAO.
           MOVE 'SIM' TO WS-CMB-ACHOU
           MOVE ARQM-DATA TO WS-CMB-W-DATA
           MOVE WS-CMB-W-DIA TO WS-CMB-ED-DIA
           MOVE WS-CMB-W-MES TO WS-CMB-ED-MES
           MOVE WS-CMB-W-ANO TO WS-CMB-ED-ANO
           MOVE ARQM-TAXA TO WS-CMB-ED-TAXA
           MOVE SPACES TO WS-REL-DET
           MOVE ARQM-MOEDA     TO WS-REL-DET(1:3)
           MOVE WS-CMB-ED-DATA TO WS-REL-DET(8:10)
           MOVE WS-CMB-ED-TAXA TO WS-REL-DET(20:11)
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           IF WS-CMB-LINHA < 22
               DISPLAY ARQM-MOEDA LINE WS-CMB-LINHA COL 03
               FOREGROUND-COLOR IS 04
               DISPLAY WS-CMB-ED-DATA LINE WS-CMB-LINHA COL 10
               FOREGROUND-COLOR IS 04
               DISPLAY WS-CMB-ED-TAXA LINE WS-CMB-LINHA COL 22
               FOREGROUND-COLOR IS 04
               ADD 1 TO WS-CMB-LINHA
           END-IF.

      *---------AREA RESERVADA PARA AS METAS DE ECONOMIA---------------*
      *----Metas.txt GUARDA O VALOR E A DATA ALVO DE CADA META, AS-----*
      *----CONTAS ONDE O DINHEIRO FICA E O VALOR JA RESERVADO. O------*
      *----ACUMULADO VEM DO SALDO EM R$ DAS CONTAS (MODO C) OU DAS----*
      *----RECEITAS 'METAnnnn' E TRANSFERENCIAS MARCADAS (MODO A)-----*
       5500-MENU-METAS.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'METAS DE ECONOMIA' TO WS-PAG
           MOVE ZERO TO WS-OPCAO
           DISPLAY LB-CABECALHO
           DISPLAY LB-METAS
           PERFORM UNTIL WS-OPCAO = 99
               MOVE ZEROS TO WS-OPCAO
               ACCEPT LB-OPCAO-METAS
               EVALUATE WS-OPCAO
               WHEN 01
                   PERFORM 5501-CADASTRO-META
               WHEN 02
                   PERFORM 5502-LISTAR-METAS
               WHEN 03
                   PERFORM 5503-EDITAR-META
               WHEN 04
                   PERFORM 5504-REMOVER-META
               WHEN 05
                   PERFORM 5505-PROGRESSO-METAS
               WHEN 99
                   PERFORM 0000-INICIALIZACAO
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
           END-PERFORM.

      *----CADASTRAMENTO DE UMA META; O MES DO CADASTRO E O INICIO DO--*
      *----PRAZO USADO PARA SABER SE A META ESTA EM DIA---------------*
       5501-CADASTRO-META.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'CADASTRAR META' TO WS-PAG
           DISPLAY LB-CABECALHO
           PERFORM 5510-PROXIMO-ID-META
           PERFORM 5515-DATA-REF-METAS
           DISPLAY 'CODIGO DA META................:'
           LINE 05 COL 03 FOREGROUND-COLOR IS 05
           DISPLAY WS-MET-PROX-ID LINE 05 COL 38
           FOREGROUND-COLOR IS 03

           PERFORM 5511-ENTRADA-META

           MOVE WS-MET-PROX-ID   TO TG-ID
           MOVE WS-MET-DESC      TO TG-DESC
           MOVE WS-MET-VALOR     TO TG-VAL-ALVO
           MOVE WS-MET-DATA-ENT  TO TG-DAT-ALVO
           MOVE WS-MET-MODO      TO TG-MODO
           MOVE WS-MET-CONT-ID1  TO TG-CONT-ID1
           MOVE WS-MET-CONT-ID2  TO TG-CONT-ID2
           MOVE WS-MET-CONT-ID3  TO TG-CONT-ID3
           MOVE WS-MET-RESERVADO TO TG-RESERVADO
           MOVE WS-MET-ANOMES    TO TG-INICIO
           MOVE ZEROS            TO TG-TRANSF
           MOVE TAB-METAS        TO ARQ-META-REG

           IF WS-MET-MODO EQUAL 'A'
               MOVE WS-MET-PROX-ID TO WS-MET-TAG-ID
               DISPLAY 'APORTES: RECEITAS DESCRITAS COMO'
               LINE 15 COL 03 FOREGROUND-COLOR IS 03
               DISPLAY WS-MET-TAG LINE 15 COL 36
               FOREGROUND-COLOR IS 04
               DISPLAY 'E TRANSF. MARCADAS'
               LINE 15 COL 45 FOREGROUND-COLOR IS 03
           END-IF

           MOVE ZERO TO WS-OPCAO
           DISPLAY '**SALVAR META? [01]SIM [02]NAO'
           LINE 17 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-OPCAO LINE 17 COL 40
           FOREGROUND-COLOR IS 04
           IF WS-OPCAO EQUAL 01
               MOVE 'CADASTRO'     TO WS-JRN-OPERACAO
               MOVE 'METAS'        TO WS-JRN-ARQUIVO
               MOVE ARQG-ID        TO WS-JRN-CHAVE
               MOVE 'INICIO'       TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               WRITE ARQ-META-REG
                   INVALID KEY
                       MOVE 'CODIGO DE META JA EXISTE!'
                       TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                       MOVE 99 TO WS-FSTATUS
               END-WRITE
               IF WS-FSTATUS NOT EQUAL ZEROS
                   MOVE 'NAO FOI POSSIVEL GRAVAR O REGISTRO!'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
                   DISPLAY LB-FILE-ST
                   MOVE 'ERRO'   TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
               ELSE
                   MOVE 'REGISTRO GRAVADO COM SUCESSO!'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
                   MOVE 'FIM'    TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
               END-IF
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           END-IF
           MOVE ZERO TO WS-OPCAO.

      *----LISTAGEM DAS METAS COM O ACUMULADO E A SITUACAO DE HOJE-----*
       5502-LISTAR-METAS.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'LISTAR METAS' TO WS-PAG
           DISPLAY LB-CABECALHO
           PERFORM 5515-DATA-REF-METAS
           MOVE 09 TO WS-MET-LINHA
           MOVE 'NAO' TO WS-MET-ACHOU
           DISPLAY 'COD  DESCRICAO             VALOR ALVO  DATA ALVO'
           LINE 08 COL 03 FOREGROUND-COLOR IS 03
           DISPLAY 'M      ACUMULADO SITUACAO' LINE 08 COL 54
           FOREGROUND-COLOR IS 03

           MOVE ZEROS TO ARQG-ID
           MOVE 'NAO' TO WS-MET-FIM
           START ARQ-METAS KEY IS NOT LESS THAN ARQG-ID
               INVALID KEY
                   MOVE 'SIM' TO WS-MET-FIM
           END-START
           PERFORM UNTIL WS-MET-FIM EQUAL 'SIM'
               READ ARQ-METAS NEXT RECORD
                   AT END
                       MOVE 'SIM' TO WS-MET-FIM
                   NOT AT END
                       IF WS-MET-LINHA < 22
                           PERFORM 5520-AVALIA-META
                           MOVE ARQG-DESC TO RDET-MET-DESC
                           MOVE ARQG-DIA-ALVO TO WS-MET-ED-DIA
                           MOVE ARQG-MES-ALVO TO WS-MET-ED-MES
                           MOVE ARQG-ANO-ALVO TO WS-MET-ED-ANO
                           DISPLAY ARQG-ID LINE WS-MET-LINHA COL 03
                           FOREGROUND-COLOR IS 04
                           DISPLAY RDET-MET-DESC LINE WS-MET-LINHA
                           COL 08 FOREGROUND-COLOR IS 04
                           MOVE ARQG-VAL-ALVO TO WS-ED-VALOR
                           DISPLAY WS-ED-VALOR LINE WS-MET-LINHA
                           COL 27 FOREGROUND-COLOR IS 04
                           DISPLAY WS-MET-ED-DATA LINE WS-MET-LINHA
                           COL 42 FOREGROUND-COLOR IS 04
                           DISPLAY ARQG-MODO LINE WS-MET-LINHA
                           COL 54 FOREGROUND-COLOR IS 04
                           MOVE WS-MET-ACUM TO WS-ED-SALDO
                           DISPLAY WS-ED-SALDO LINE WS-MET-LINHA
                           COL 56 FOREGROUND-COLOR IS 04
                           DISPLAY WS-MET-SIT LINE WS-MET-LINHA
                           COL 71 FOREGROUND-COLOR IS 04
                           ADD 1 TO WS-MET-LINHA
                           MOVE 'SIM' TO WS-MET-ACHOU
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FSTATUS

           IF WS-MET-ACHOU EQUAL 'NAO'
               MOVE 'NENHUMA META CADASTRADA!' TO WS-STATUSOP
           ELSE
               MOVE SPACES TO WS-STATUSOP
           END-IF
           DISPLAY LB-OPERACAO.

      *----EDICAO DE UMA META: OS DADOS SAO INFORMADOS DE NOVO; O------*
      *----INICIO DO PRAZO E AS TRANSFERENCIAS MARCADAS SE MANTEM-----*
       5503-EDITAR-META.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'EDITAR META' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-MET-BUSCA-ID
           DISPLAY 'DIGITE O CODIGO DA META (ARQG-ID):'
           LINE 06 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-MET-BUSCA-ID LINE 06 COL 39
           FOREGROUND-COLOR IS 04
           MOVE WS-MET-BUSCA-ID TO ARQG-ID
           READ ARQ-METAS
               INVALID KEY
                   MOVE 'META NAO ENCONTRADA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
                   MOVE 99 TO WS-FSTATUS
           END-READ
           IF WS-FSTATUS EQUAL ZEROS
               MOVE SPACES TO WS-AUD-ANTES
               MOVE ARQ-META-REG TO WS-AUD-ANTES
               MOVE ARQ-META-REG TO TAB-METAS
               DISPLAY LB-CABECALHO
               PERFORM 5515-DATA-REF-METAS
               DISPLAY 'CODIGO DA META................:'
               LINE 05 COL 03 FOREGROUND-COLOR IS 05
               DISPLAY TG-ID LINE 05 COL 38
               FOREGROUND-COLOR IS 03
               DISPLAY TG-DESC LINE 05 COL 44
               FOREGROUND-COLOR IS 03

               PERFORM 5511-ENTRADA-META

               MOVE WS-MET-DESC      TO TG-DESC
               MOVE WS-MET-VALOR     TO TG-VAL-ALVO
               MOVE WS-MET-DATA-ENT  TO TG-DAT-ALVO
               MOVE WS-MET-MODO      TO TG-MODO
               MOVE WS-MET-CONT-ID1  TO TG-CONT-ID1
               MOVE WS-MET-CONT-ID2  TO TG-CONT-ID2
               MOVE WS-MET-CONT-ID3  TO TG-CONT-ID3
               MOVE WS-MET-RESERVADO TO TG-RESERVADO
               MOVE TAB-METAS        TO ARQ-META-REG

               MOVE ZERO TO WS-OPCAO
               DISPLAY '**SALVAR ALTERACAO? [01]SIM [02]NAO'
               LINE 17 COL 03 FOREGROUND-COLOR IS 05
               ACCEPT WS-OPCAO LINE 17 COL 40
               FOREGROUND-COLOR IS 04
               IF WS-OPCAO EQUAL 01
                   MOVE 'EDICAO'     TO WS-JRN-OPERACAO
                   MOVE 'METAS'      TO WS-JRN-ARQUIVO
                   MOVE ARQG-ID      TO WS-JRN-CHAVE
                   MOVE 'INICIO'     TO WS-JRN-FASE
                   PERFORM 9100-GRAVA-JORNAL
                   REWRITE ARQ-META-REG
                       INVALID KEY
                           MOVE 'NAO FOI POSSIVEL REGRAVAR O'-
                           ' REGISTRO!' TO WS-STATUSOP
                           DISPLAY LB-OPERACAO
                           DISPLAY LB-FILE-ST
                           MOVE 'ERRO'   TO WS-JRN-FASE
                           PERFORM 9100-GRAVA-JORNAL
                       NOT INVALID KEY
                           MOVE 'REGISTRO ALTERADO COM SUCESSO!'
                           TO WS-STATUSOP
                           DISPLAY LB-OPERACAO
                           MOVE 'FIM'    TO WS-JRN-FASE
                           PERFORM 9100-GRAVA-JORNAL
                           MOVE SPACES TO WS-AUD-DEPOIS
                           MOVE ARQ-META-REG TO WS-AUD-DEPOIS
                           MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                           MOVE 'METAS'     TO WS-AUD-ARQUIVO
                           MOVE ARQG-ID     TO WS-AUD-CHAVE
                           PERFORM 9300-GRAVA-AUDITORIA
                   END-REWRITE
               ELSE
                   MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-IF
           MOVE ZEROS TO WS-FSTATUS
           MOVE ZERO TO WS-OPCAO.

      *----REMOCAO DE UMA META-----------------------------------------*
       5504-REMOVER-META.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'REMOVER META' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-MET-BUSCA-ID
           DISPLAY 'DIGITE O CODIGO DA META (ARQG-ID):'
           LINE 06 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-MET-BUSCA-ID LINE 06 COL 39
           FOREGROUND-COLOR IS 04
           MOVE WS-MET-BUSCA-ID TO ARQG-ID
           READ ARQ-METAS
               INVALID KEY
                   MOVE 'META NAO ENCONTRADA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               NOT INVALID KEY
                   DISPLAY 'DESCRICAO: ' LINE 08 COL 03
                   FOREGROUND-COLOR IS 03
                   DISPLAY ARQG-DESC LINE 08 COL 15
                   FOREGROUND-COLOR IS 04
                   DISPLAY 'VALOR....: ' LINE 09 COL 03
                   FOREGROUND-COLOR IS 03
                   MOVE ARQG-VAL-ALVO TO WS-ED-VALOR
                   DISPLAY WS-ED-VALOR LINE 09 COL 15
                   FOREGROUND-COLOR IS 04
                   DISPLAY 'CONFIRMA A REMOCAO? [01]SIM [02]NAO'
                   LINE 11 COL 03 FOREGROUND-COLOR IS 05
                   MOVE ZERO TO WS-OPCAO
                   ACCEPT WS-OPCAO LINE 12 COL 03
                   FOREGROUND-COLOR IS 04
                   IF WS-OPCAO EQUAL 01
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE ARQ-META-REG TO WS-AUD-ANTES
                       MOVE 'REMOCAO'    TO WS-JRN-OPERACAO
                       MOVE 'METAS'      TO WS-JRN-ARQUIVO
                       MOVE ARQG-ID      TO WS-JRN-CHAVE
                       MOVE 'INICIO'     TO WS-JRN-FASE
                       PERFORM 9100-GRAVA-JORNAL
                       DELETE ARQ-METAS
                           INVALID KEY
                               MOVE 'NAO FOI POSSIVEL REMOVER O'-
                               ' REGISTRO!' TO WS-STATUSOP
                               DISPLAY LB-OPERACAO
                               MOVE 'ERRO'    TO WS-JRN-FASE
                               PERFORM 9100-GRAVA-JORNAL
                           NOT INVALID KEY
                               MOVE 'REGISTRO REMOVIDO COM SUCESSO!'
                               TO WS-STATUSOP
                               DISPLAY LB-OPERACAO
                               MOVE 'FIM'    TO WS-JRN-FASE
                               PERFORM 9100-GRAVA-JORNAL
                               MOVE SPACES TO WS-AUD-DEPOIS
                               MOVE '*REMOVIDO*' TO WS-AUD-DEPOIS
                               MOVE 'REMOCAO'   TO WS-AUD-OPERACAO
                               MOVE 'METAS'     TO WS-AUD-ARQUIVO
                               MOVE WS-MET-BUSCA-ID TO WS-AUD-CHAVE
                               PERFORM 9300-GRAVA-AUDITORIA
                       END-DELETE
                   ELSE
                       MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   END-IF
           END-READ
           MOVE ZEROS TO WS-FSTATUS
           MOVE ZERO TO WS-OPCAO.

      *----RELATORIO DE PROGRESSO DAS METAS NO MES CORRENTE, GRAVADO---*
      *----EM Relat.txt: ACUMULADO, PERCENTUAL ATINGIDO, APORTE-------*
      *----MENSAL QUE FALTA ATE A DATA ALVO E SITUACAO DE CADA META---*
       5505-PROGRESSO-METAS.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'PROGRESSO DAS METAS' TO WS-PAG
           DISPLAY LB-CABECALHO
           PERFORM 5515-DATA-REF-METAS
           MOVE ZEROS TO WS-MET-QTD
           MOVE ZEROS TO WS-MET-QTD-ATR
           MOVE ZEROS TO WS-MET-TOT-ALVO
           MOVE ZEROS TO WS-MET-TOT-ACUM
           MOVE ZEROS TO WS-MET-TOT-NECES
           MOVE ZEROS TO WSC-QTD-SEM-COT
           MOVE SPACES TO WS-REL-TITULO
           STRING 'PROGRESSO DAS METAS - MES ' DELIMITED BY SIZE
                  WS-MET-HOJE-MES            DELIMITED BY SIZE
                  '/'                        DELIMITED BY SIZE
                  WS-MET-HOJE-ANO            DELIMITED BY SIZE
                  INTO WS-REL-TITULO
           MOVE 'COD  DESCRICAO            ALVO R$   ACUMULADO  PERC'-
           '  APORTE/MES MES SITUACAO' TO WS-REL-CABEC1
           PERFORM 7000-ABRE-RELATORIO

           MOVE ZEROS TO ARQG-ID
           MOVE 'NAO' TO WS-MET-FIM
           START ARQ-METAS KEY IS NOT LESS THAN ARQG-ID
               INVALID KEY
                   MOVE 'SIM' TO WS-MET-FIM
           END-START
           PERFORM UNTIL WS-MET-FIM EQUAL 'SIM'
               READ ARQ-METAS NEXT RECORD
                   AT END
                       MOVE 'SIM' TO WS-MET-FIM
                   NOT AT END
                       PERFORM 5520-AVALIA-META
                       PERFORM 5523-LINHA-PROGRESSO-META
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FSTATUS

           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'TOTAL DAS METAS......: R$' TO RDET-TOT-LABEL
           MOVE WS-MET-TOT-ALVO TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'TOTAL ACUMULADO......: R$' TO RDET-TOT-LABEL
           MOVE WS-MET-TOT-ACUM TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'APORTE MENSAL TOTAL..: R$' TO RDET-TOT-LABEL
           MOVE WS-MET-TOT-NECES TO RDET-TOT-VALOR
           MOVE WS-RDET-TOTAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-DET
           STRING 'METAS ATRASADAS OU VENCIDAS: ' DELIMITED BY SIZE
                  WS-MET-QTD-ATR                DELIMITED BY SIZE
                  INTO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'ACUMULADO = RESERVADO + SALDO EM R$ DAS CONTAS (MODO'-
           ' C) OU' TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE '            RECEITAS METAnnnn E TRANSFERENCIAS MARC'-
           'ADAS (MODO A)' TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'APORTE/MES = FALTA DIVIDIDA PELOS MESES ATE A DATA '-
           'ALVO' TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 'ATRASADA = ACUMULADO ABAIXO DO PROPORCIONAL AO PRAZO'-
           ' JA DECORRIDO' TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           IF WSC-QTD-SEM-COT > ZEROS
               MOVE 'ATENCAO: CONTA EM MOEDA ESTRANGEIRA SEM COTACAO'-
               ' (SALDO EM R$ ZERADO)' TO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
           END-IF
           PERFORM 7030-FECHA-RELATORIO

           DISPLAY 'METAS CADASTRADAS......:' LINE 08 COL 03
           FOREGROUND-COLOR IS 05
           DISPLAY WS-MET-QTD LINE 08 COL 28
           FOREGROUND-COLOR IS 04
           DISPLAY 'ATRASADAS OU VENCIDAS..:' LINE 09 COL 03
           FOREGROUND-COLOR IS 05
           DISPLAY WS-MET-QTD-ATR LINE 09 COL 28
           FOREGROUND-COLOR IS 04
           DISPLAY 'APORTE MENSAL TOTAL: R$' LINE 10 COL 03
           FOREGROUND-COLOR IS 05
           MOVE WS-MET-TOT-NECES TO WS-ED-TOTAL
           DISPLAY WS-ED-TOTAL LINE 10 COL 27
           FOREGROUND-COLOR IS 04
           IF WS-MET-QTD EQUAL ZEROS
               MOVE 'NENHUMA META CADASTRADA!' TO WS-STATUSOP
           ELSE
               MOVE 'RELATORIO COMPLETO GRAVADO EM Relat.txt'
               TO WS-STATUSOP
           END-IF
           DISPLAY LB-OPERACAO.

       5510-PROXIMO-ID-META.
           MOVE 1 TO WS-MET-PROX-ID
           MOVE ZEROS TO ARQG-ID
           MOVE ZERO TO WS-EOF
           START ARQ-METAS KEY IS NOT LESS THAN ARQG-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-METAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       COMPUTE WS-MET-PROX-ID = ARQG-ID + 1
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----ENTRADA DOS DADOS DE UMA META (CADASTRO E EDICAO)-----------*
       5511-ENTRADA-META.
           MOVE SPACES TO WS-MET-DESC
           DISPLAY 'DESCRICAO.....................:'
           LINE 06 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-MET-DESC NOT EQUAL SPACES
               ACCEPT WS-MET-DESC LINE 06 COL 38
               FOREGROUND-COLOR IS 04
               IF WS-MET-DESC EQUAL SPACES
                   MOVE 'INFORME A DESCRICAO DA META!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-MET-VALOR
           DISPLAY 'VALOR ALVO (R$)...............:'
           LINE 07 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-MET-VALOR > 0
               ACCEPT WS-MET-VALOR LINE 07 COL 38
               FOREGROUND-COLOR IS 04
               IF WS-MET-VALOR = ZEROS
                   MOVE 'VALOR DEVE SER MAIOR QUE "0"' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE 'NO' TO WS-IMP-OK
           DISPLAY 'DATA ALVO (DDMMAAAA)..........:'
           LINE 08 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-IMP-OK EQUAL 'OK'
               MOVE ZEROS TO WS-MET-DATA-ENT
               ACCEPT WS-MET-DATA-ENT LINE 08 COL 38
               FOREGROUND-COLOR IS 04
               MOVE WS-MET-ENT-DIA TO WS-IMP-DIA
               MOVE WS-MET-ENT-MES TO WS-IMP-MES
               MOVE WS-MET-ENT-ANO TO WS-IMP-ANO
               PERFORM 8300-VALIDA-DATA-IMPORT
               COMPUTE WS-MET-ALVO-NUM8 = WS-MET-ENT-ANO * 10000
                   + WS-MET-ENT-MES * 100 + WS-MET-ENT-DIA
               IF WS-IMP-OK EQUAL 'OK'
               AND WS-MET-ALVO-NUM8 <= WS-MET-HOJE
                   MOVE 'NO' TO WS-IMP-OK
               END-IF
               IF WS-IMP-OK NOT EQUAL 'OK'
                   MOVE 'DATA ALVO DEVE SER FUTURA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE SPACE TO WS-MET-MODO
           DISPLAY 'ACUMULA (C=SALDO CTA/A=APORTE):'
           LINE 09 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-MET-MODO = 'C' OR 'A'
               ACCEPT WS-MET-MODO LINE 09 COL 38
               FOREGROUND-COLOR IS 04
               IF WS-MET-MODO NOT = 'C' AND 'A'
                   MOVE 'INFORME C OU A!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-MET-CONT-ID1
           MOVE ZEROS TO WS-MET-CONT-ID2
           MOVE ZEROS TO WS-MET-CONT-ID3
           DISPLAY 'CONTA 1 (CONT-ID).............:'
           LINE 10 COL 03 FOREGROUND-COLOR IS 05
           MOVE 10 TO WS-MET-LINHA
           MOVE 'SIM' TO WS-MET-OBRIG
           PERFORM 5513-ACEITA-CONTA-META
           MOVE WS-MET-CONT-ENT TO WS-MET-CONT-ID1
           DISPLAY 'CONTA 2 (CONT-ID/0=NENHUMA)...:'
           LINE 11 COL 03 FOREGROUND-COLOR IS 05
           MOVE 11 TO WS-MET-LINHA
           MOVE 'NAO' TO WS-MET-OBRIG
           PERFORM 5513-ACEITA-CONTA-META
           MOVE WS-MET-CONT-ENT TO WS-MET-CONT-ID2
           IF WS-MET-CONT-ID2 NOT EQUAL ZEROS
               DISPLAY 'CONTA 3 (CONT-ID/0=NENHUMA)...:'
               LINE 12 COL 03 FOREGROUND-COLOR IS 05
               MOVE 12 TO WS-MET-LINHA
               PERFORM 5513-ACEITA-CONTA-META
               MOVE WS-MET-CONT-ENT TO WS-MET-CONT-ID3
           END-IF

           MOVE ZEROS TO WS-MET-RESERVADO
           DISPLAY 'VALOR JA RESERVADO (R$/0=NADA):'
           LINE 13 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-MET-RESERVADO LINE 13 COL 38
           FOREGROUND-COLOR IS 04.

      *----LE A CONTA WS-MET-CONT-ENT E GUARDA O NOME DELA-------------*
       5512-LE-CONTA-META.
           MOVE 'NAO' TO WS-MET-CONTA-OK
           MOVE SPACES TO WS-MET-CONTA-NOME
           MOVE WS-MET-CONT-ENT TO CONT-ID
           READ ARQ-CONTAS
               INVALID KEY
                   MOVE 'NAO' TO WS-MET-CONTA-OK
               NOT INVALID KEY
                   MOVE 'SIM' TO WS-MET-CONTA-OK
                   MOVE CONTA-NMBANC TO WS-MET-CONTA-NOME
           END-READ
           MOVE ZEROS TO WS-FSTATUS.

      *----PEDE UMA CONTA DA META NA LINHA WS-MET-LINHA; ZERO SO E-----*
      *----ACEITO QUANDO A CONTA NAO E OBRIGATORIA (WS-MET-OBRIG)------*
       5513-ACEITA-CONTA-META.
           MOVE 'NAO' TO WS-MET-CONTA-OK
           PERFORM UNTIL WS-MET-CONTA-OK = 'SIM'
               MOVE ZEROS TO WS-MET-CONT-ENT
               ACCEPT WS-MET-CONT-ENT LINE WS-MET-LINHA COL 38
               FOREGROUND-COLOR IS 04
               IF WS-MET-CONT-ENT EQUAL ZEROS
               AND WS-MET-OBRIG NOT EQUAL 'SIM'
                   MOVE 'SIM' TO WS-MET-CONTA-OK
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   PERFORM 5512-LE-CONTA-META
                   IF WS-MET-CONTA-OK EQUAL 'SIM'
                   AND CONT-TIPO EQUAL 04
                       MOVE 'NAO' TO WS-MET-CONTA-OK
                       MOVE 'CONTA CARTAO NAO PERMITIDA!' TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   ELSE
                       IF WS-MET-CONTA-OK NOT EQUAL 'SIM'
                           MOVE 'CONTA NAO CADASTRADA!' TO WS-STATUSOP
                           DISPLAY LB-OPERACAO
                       ELSE
                           IF WS-MET-CONT-ENT EQUAL WS-MET-CONT-ID1
                           OR WS-MET-CONT-ENT EQUAL WS-MET-CONT-ID2
                               MOVE 'NAO' TO WS-MET-CONTA-OK
                               MOVE 'CONTA JA INFORMADA NA META!'
                               TO WS-STATUSOP
                               DISPLAY LB-OPERACAO
                           ELSE
                               MOVE SPACES TO WS-STATUSOP
                               DISPLAY LB-OPERACAO
                               DISPLAY WS-MET-CONTA-NOME
                               LINE WS-MET-LINHA COL 44
                               FOREGROUND-COLOR IS 03
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----DATA DE HOJE E MES DE REFERENCIA DO ACOMPANHAMENTO; A------*
      *----COTACAO DAS CONTAS EM MOEDA ESTRANGEIRA E A DE HOJE--------*
       5515-DATA-REF-METAS.
           ACCEPT WS-MET-HOJE FROM DATE YYYYMMDD
           MOVE WS-MET-HOJE TO WS-CB-HOJE
           COMPUTE WS-MET-ANOMES =
               WS-MET-HOJE-ANO * 100 + WS-MET-HOJE-MES
           COMPUTE WS-MET-REF-MESES =
               WS-MET-HOJE-ANO * 12 + WS-MET-HOJE-MES.

      *----AVALIA A META LIDA EM ARQ-META-REG NO MES DE REFERENCIA:----*
      *----ACUMULADO, PERCENTUAL, MESES QUE RESTAM (CONTANDO O MES----*
      *----CORRENTE), APORTE MENSAL NECESSARIO E SITUACAO. A META-----*
      *----ESTA ATRASADA QUANDO O ACUMULADO FICA ABAIXO DA PARTE DO---*
      *----ALVO PROPORCIONAL AOS MESES JA DECORRIDOS DESDE O INICIO---*
       5520-AVALIA-META.
           MOVE ARQG-ID TO WS-MET-TAG-ID
           MOVE ARQG-RESERVADO TO WS-MET-ACUM
           IF ARQG-MODO EQUAL 'C'
               MOVE ARQG-CONT-ID1 TO WS-MET-CONT-ENT
               PERFORM 5521-SALDO-CONTA-META
               MOVE ARQG-CONT-ID2 TO WS-MET-CONT-ENT
               PERFORM 5521-SALDO-CONTA-META
               MOVE ARQG-CONT-ID3 TO WS-MET-CONT-ENT
               PERFORM 5521-SALDO-CONTA-META
           ELSE
               PERFORM 5522-APORTES-META
               ADD ARQG-TRANSF TO WS-MET-ACUM
           END-IF

           COMPUTE WS-MET-ALVO-NUM8 = ARQG-ANO-ALVO * 10000
               + ARQG-MES-ALVO * 100 + ARQG-DIA-ALVO
           COMPUTE WS-MET-ALVO-MESES =
               ARQG-ANO-ALVO * 12 + ARQG-MES-ALVO
           COMPUTE WS-MET-INI-MESES =
               ARQG-ANO-INI * 12 + ARQG-MES-INI
           COMPUTE WS-MET-TOTAL-M =
               WS-MET-ALVO-MESES - WS-MET-INI-MESES + 1
           IF WS-MET-TOTAL-M < 1
               MOVE 1 TO WS-MET-TOTAL-M
           END-IF
           COMPUTE WS-MET-DECOR = WS-MET-REF-MESES - WS-MET-INI-MESES
           IF WS-MET-DECOR < 0
               MOVE ZEROS TO WS-MET-DECOR
           END-IF
           IF WS-MET-DECOR > WS-MET-TOTAL-M
               MOVE WS-MET-TOTAL-M TO WS-MET-DECOR
           END-IF
           COMPUTE WS-MET-RESTA =
               WS-MET-ALVO-MESES - WS-MET-REF-MESES + 1
           IF WS-MET-RESTA < 0
               MOVE ZEROS TO WS-MET-RESTA
           END-IF

           COMPUTE WS-MET-FALTA = ARQG-VAL-ALVO - WS-MET-ACUM
           MOVE ZEROS TO WS-MET-PERC
           IF WS-MET-ACUM > ZEROS
               COMPUTE WS-MET-PERC ROUNDED =
                   WS-MET-ACUM * 100 / ARQG-VAL-ALVO
               IF WS-MET-PERC > 999,9
                   MOVE 999,9 TO WS-MET-PERC
               END-IF
           END-IF

           MOVE ZEROS TO WS-MET-NECES
           EVALUATE TRUE
           WHEN WS-MET-FALTA <= ZEROS
               MOVE 'ATINGIDA' TO WS-MET-SIT
           WHEN WS-MET-HOJE > WS-MET-ALVO-NUM8
               MOVE 'VENCIDA'  TO WS-MET-SIT
               MOVE ZEROS TO WS-MET-RESTA
               MOVE WS-MET-FALTA TO WS-MET-NECES
           WHEN OTHER
               IF WS-MET-RESTA < 1
                   MOVE 1 TO WS-MET-RESTA
               END-IF
               COMPUTE WS-MET-NECES ROUNDED =
                   WS-MET-FALTA / WS-MET-RESTA
               COMPUTE WS-MET-ESPERADO ROUNDED =
                   ARQG-VAL-ALVO * WS-MET-DECOR / WS-MET-TOTAL-M
               IF WS-MET-ACUM < WS-MET-ESPERADO
                   MOVE 'ATRASADA' TO WS-MET-SIT
               ELSE
                   MOVE 'NO PRAZO' TO WS-MET-SIT
               END-IF
           END-EVALUATE.

      *----SOMA AO ACUMULADO O SALDO EM R$ DA CONTA WS-MET-CONT-ENT----*
       5521-SALDO-CONTA-META.
           IF WS-MET-CONT-ENT NOT EQUAL ZEROS
               MOVE ZEROS TO WSC-SALDO-BRL
               MOVE WS-MET-CONT-ENT TO CONT-ID
               READ ARQ-CONTAS
                   INVALID KEY
                       MOVE ZEROS TO WSC-SALDO-BRL
                   NOT INVALID KEY
                       PERFORM 3019-SALDO-CONTA-EM-REAIS
               END-READ
               MOVE ZEROS TO WS-FSTATUS
               ADD WSC-SALDO-BRL TO WS-MET-ACUM
           END-IF.

      *----SOMA AO ACUMULADO AS RECEITAS RECEBIDAS (VIVAS E DO--------*
      *----HISTORICO) CUJA DESCRICAO COMECA PELA MARCA 'METAnnnn'-----*
       5522-APORTES-META.
           MOVE ZEROS TO ARQR-ID
           MOVE ZERO TO WS-EOF
           START ARQ-RECEITAS KEY IS NOT LESS THAN ARQR-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-RECEITAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQR-DAT-RECB NOT EQUAL ZEROS
                       AND ARQR-DESC(1:8) EQUAL WS-MET-TAG
                           ADD ARQR-VAL-BRL TO WS-MET-ACUM
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS

           OPEN INPUT ARQ-RECEIT-HIST
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-RECEIT-HIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF HRC-DESC(1:8) EQUAL WS-MET-TAG
                               ADD HRC-VAL-BRL TO WS-MET-ACUM
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-RECEIT-HIST
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----LINHA DO RELATORIO DE PROGRESSO DA META AVALIADA------------*
       5523-LINHA-PROGRESSO-META.
           ADD 1 TO WS-MET-QTD
           ADD ARQG-VAL-ALVO TO WS-MET-TOT-ALVO
           ADD WS-MET-ACUM TO WS-MET-TOT-ACUM
           ADD WS-MET-NECES TO WS-MET-TOT-NECES
           IF WS-MET-SIT EQUAL 'ATRASADA' OR 'VENCIDA'
               ADD 1 TO WS-MET-QTD-ATR
           END-IF
           MOVE ARQG-ID       TO RDET-MET-COD
           MOVE ARQG-DESC     TO RDET-MET-DESC
           MOVE ARQG-VAL-ALVO TO RDET-MET-ALVO
           MOVE WS-MET-ACUM   TO RDET-MET-ACUM
           MOVE WS-MET-PERC   TO RDET-MET-PERC
           MOVE WS-MET-NECES  TO RDET-MET-NECES
           MOVE WS-MET-RESTA  TO RDET-MET-RESTA
           MOVE WS-MET-SIT    TO RDET-MET-SIT
           MOVE WS-RDET-META  TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO.

      *----PERGUNTA, NA TRANSFERENCIA ENTRE CONTAS, SE O VALOR E------*
      *----APORTE DE UMA META DO MODO A (0=NENHUMA)--------------------*
       5530-META-DA-TRANSFERENCIA.
           MOVE ZEROS TO WS-TRF-META
           MOVE 'NAO' TO WS-TRF-META-OK
           DISPLAY 'META DE ECONOMIA (0=NENHUMA): ' LINE 16 COL 03
           FOREGROUND-COLOR IS 04
           PERFORM UNTIL WS-TRF-META-OK EQUAL 'SIM'
               MOVE ZEROS TO WS-TRF-META
               ACCEPT WS-TRF-META LINE 16 COL 33
               FOREGROUND-COLOR IS 03
               IF WS-TRF-META EQUAL ZEROS
                   MOVE 'SIM' TO WS-TRF-META-OK
               ELSE
                   MOVE WS-TRF-META TO ARQG-ID
                   READ ARQ-METAS
                       INVALID KEY
                           MOVE 'META NAO ENCONTRADA!' TO WS-STATUSOP
                       NOT INVALID KEY
                           IF ARQG-MODO NOT EQUAL 'A'
                               MOVE 'META ACOMPANHA O SALDO DAS CONTAS!'
                               TO WS-STATUSOP
                           ELSE
                               MOVE 'SIM' TO WS-TRF-META-OK
                               MOVE SPACES TO WS-STATUSOP
                               DISPLAY ARQG-DESC LINE 16 COL 39
                               FOREGROUND-COLOR IS 03
                           END-IF
                   END-READ
                   MOVE ZEROS TO WS-FSTATUS
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM.

      *----SOMA O VALOR EM R$ DA TRANSFERENCIA CONCLUIDA AS-----------*
      *----TRANSFERENCIAS DA META ESCOLHIDA----------------------------*
       5531-CREDITA-TRANSF-META.
           MOVE ZEROS TO WS-FSTATUS
           MOVE 'TRANSF-MET' TO WS-JRN-OPERACAO
           MOVE 'METAS'      TO WS-JRN-ARQUIVO
           MOVE WS-TRF-META  TO WS-JRN-CHAVE
           MOVE 'INICIO'     TO WS-JRN-FASE
           PERFORM 9100-GRAVA-JORNAL
           MOVE WS-TRF-META TO ARQG-ID
           READ ARQ-METAS
               INVALID KEY
                   MOVE 99 TO WS-FSTATUS
           END-READ
           IF WS-FSTATUS EQUAL ZEROS
               ADD WS-TRF-VAL-BRL TO ARQG-TRANSF
               REWRITE ARQ-META-REG
                   INVALID KEY
                       MOVE 99 TO WS-FSTATUS
               END-REWRITE
           END-IF
           IF WS-FSTATUS EQUAL ZEROS
               MOVE 'FIM'    TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
           ELSE
               MOVE 'ERR'    TO WS-TRF-META-OK
               MOVE 'ERRO'   TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *---------AREA RESERVADA PARA ATUALIZACAO/CONCILIACAO DE SALDOS----*
      *----CREDITA NA CONTA O VALOR DE UMA RECEITA RECEM-GRAVADA---------*
       8100-ATUALIZA-SALDO-RECEITA.
           MOVE 'NAO' TO WS-SALDO-ACHOU
           MOVE ZEROS TO CONT-ID
           MOVE ZERO TO WS-EOF
           START ARQ-CONTAS KEY IS NOT LESS THAN CONT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1 OR WS-SALDO-ACHOU EQUAL 'SIM'
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CONT-ID EQUAL ARQR-CONT-ID
                           ADD ARQR-VAL TO CONT-SALD
                           REWRITE CONT-SLV
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 'SIM' TO WS-SALDO-ACHOU
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           IF WS-SALDO-ACHOU NOT EQUAL 'SIM'
               MOVE 'CONTA NAO ENCONTRADA/NAO ATUALIZADA -'-
               ' SALDO DIVERGENTE!' TO WS-STATUSOP
               PERFORM 9710-MOSTRA-OPERACAO
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----DEBITA DA CONTA O VALOR DE UMA DESPESA RECEM-GRAVADA----------*
       8110-ATUALIZA-SALDO-DESPESA.
           MOVE 'NAO' TO WS-SALDO-ACHOU
           MOVE ZEROS TO CONT-ID
           MOVE ZERO TO WS-EOF
           START ARQ-CONTAS KEY IS NOT LESS THAN CONT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1 OR WS-SALDO-ACHOU EQUAL 'SIM'
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CONT-ID EQUAL ARQD-CONT-ID
                           EVALUATE TRUE
                           WHEN CONT-TIPO EQUAL 04
      *----CARTAO DE CREDITO: NAO DEBITA SALDO - A DESPESA FICA----------*
      *----ACUMULADA NA FATURA ATE O PAGAMENTO---------------------------*
                               MOVE 'SIM' TO WS-SALDO-ACHOU
                           WHEN ARQD-VAL > CONT-SALD
                           AND CONT-TIPO NOT EQUAL 02
                               MOVE 'SIM' TO WS-SALDO-ACHOU
                               MOVE 'SALDO INSUFICIENTE NA CONTA -'-
                               ' DESPESA NAO ATUALIZADA!' TO WS-STATUSOP
                               PERFORM 9710-MOSTRA-OPERACAO
                           WHEN OTHER
                               SUBTRACT ARQD-VAL FROM CONT-SALD
                               REWRITE CONT-SLV
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE 'SIM' TO WS-SALDO-ACHOU
                               END-REWRITE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           IF WS-SALDO-ACHOU NOT EQUAL 'SIM'
               MOVE 'CONTA NAO ENCONTRADA/NAO ATUALIZADA -'-
               ' SALDO DIVERGENTE!' TO WS-STATUSOP
               PERFORM 9710-MOSTRA-OPERACAO
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----ESTORNA (DEBITA) DA CONTA O VALOR DE UMA RECEITA EDITADA OU---*
      *----REMOVIDA. ESPERA WS-AJS-CONT-ID-ANT/WS-AJS-VALOR-ANT--------*
       8120-ESTORNA-SALDO-RECEITA.
           MOVE 'NAO' TO WS-SALDO-ACHOU
           MOVE ZEROS TO CONT-ID
           MOVE ZERO TO WS-EOF
           START ARQ-CONTAS KEY IS NOT LESS THAN CONT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1 OR WS-SALDO-ACHOU EQUAL 'SIM'
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CONT-ID EQUAL WS-AJS-CONT-ID-ANT
                           SUBTRACT WS-AJS-VALOR-ANT FROM CONT-SALD
                           REWRITE CONT-SLV
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 'SIM' TO WS-SALDO-ACHOU
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           IF WS-SALDO-ACHOU NOT EQUAL 'SIM'
               MOVE 'CONTA ANTERIOR NAO ENCONTRADA -'-
               ' SALDO DIVERGENTE!' TO WS-STATUSOP
               PERFORM 9710-MOSTRA-OPERACAO
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----ESTORNA (CREDITA) NA CONTA O VALOR DE UMA DESPESA EDITADA OU--*
      *----REMOVIDA. ESPERA WS-AJS-CONT-ID-ANT/WS-AJS-VALOR-ANT--------*
       8130-ESTORNA-SALDO-DESPESA.
           MOVE 'NAO' TO WS-SALDO-ACHOU
           MOVE ZEROS TO CONT-ID
           MOVE ZERO TO WS-EOF
           START ARQ-CONTAS KEY IS NOT LESS THAN CONT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1 OR WS-SALDO-ACHOU EQUAL 'SIM'
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CONT-ID EQUAL WS-AJS-CONT-ID-ANT
                           IF CONT-TIPO EQUAL 04
      *----CARTAO DE CREDITO: NADA FOI DEBITADO, NADA A ESTORNAR---------*
                               MOVE 'SIM' TO WS-SALDO-ACHOU
                           ELSE
                               ADD WS-AJS-VALOR-ANT TO CONT-SALD
                               REWRITE CONT-SLV
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE 'SIM' TO WS-SALDO-ACHOU
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           IF WS-SALDO-ACHOU NOT EQUAL 'SIM'
               MOVE 'CONTA ANTERIOR NAO ENCONTRADA -'-
               ' SALDO DIVERGENTE!' TO WS-STATUSOP
               PERFORM 9710-MOSTRA-OPERACAO
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----VALIDA A CONTA DIGITADA NA POSTAGEM DE UMA RECEITA/DESPESA----*
      *----CONTRA ARQ-CONTAS. ESPERA WS-VC-CONT-ID PREENCHIDO----------*
      *----DEVOLVE WS-VC-ACHOU/WS-VC-SALDO/WS-VC-TIPO E O NOME DA------*
      *----CONTA EM WS-VC-CONTA----------------------------------------*
       8140-VALIDA-CONTA-MOVIMENTO.
           MOVE 'NAO' TO WS-VC-ACHOU
           MOVE ZEROS TO WS-VC-SALDO
           MOVE ZEROS TO WS-VC-TIPO
           MOVE SPACES TO WS-VC-CONTA
           MOVE ZEROS TO CONT-ID
           MOVE ZERO TO WS-EOF
           START ARQ-CONTAS KEY IS NOT LESS THAN CONT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1 OR WS-VC-ACHOU EQUAL 'SIM'
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CONT-ID EQUAL WS-VC-CONT-ID
                           MOVE 'SIM' TO WS-VC-ACHOU
                           MOVE CONT-SALD TO WS-VC-SALDO
                           MOVE CONT-TIPO TO WS-VC-TIPO
                           MOVE CONTA-NMBANC TO WS-VC-CONTA
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----LOCALIZA PELO NOME A CONTA DE UM MOVIMENTO QUE NAO TRAZ O---*
      *----CONT-ID (IMPORTACAO, BACKUP ANTIGO). ESPERA WS-VC-CONTA;----*
      *----SO ACEITA SE O NOME FOR DE UMA UNICA CONTA: DEVOLVE---------*
      *----WS-VC-ACHOU 'SIM' COM WS-VC-CONT-ID/SALDO/TIPO, 'DUP' SE----*
      *----HOUVER MAIS DE UMA CONTA COM O NOME OU 'NAO'----------------*
       8145-LOCALIZA-CONTA-NOME.
           MOVE 'NAO' TO WS-VC-ACHOU
           MOVE ZEROS TO WS-VC-QTD
           MOVE ZEROS TO WS-VC-CONT-ID
           MOVE ZEROS TO WS-VC-SALDO
           MOVE ZEROS TO WS-VC-TIPO
           MOVE ZEROS TO CONT-ID
           MOVE ZERO TO WS-EOF
           START ARQ-CONTAS KEY IS NOT LESS THAN CONT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CONTA-NMBANC EQUAL WS-VC-CONTA
                           ADD 1 TO WS-VC-QTD
                           IF WS-VC-QTD EQUAL 1
                               MOVE CONT-ID   TO WS-VC-CONT-ID
                               MOVE CONT-SALD TO WS-VC-SALDO
                               MOVE CONT-TIPO TO WS-VC-TIPO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           EVALUATE TRUE
           WHEN WS-VC-QTD EQUAL 1
               MOVE 'SIM' TO WS-VC-ACHOU
           WHEN WS-VC-QTD > 1
               MOVE 'DUP' TO WS-VC-ACHOU
               MOVE ZEROS TO WS-VC-CONT-ID
           END-EVALUATE
           MOVE ZEROS TO WS-FSTATUS.

      *----VALIDA UM TIPO CONTRA A TABELA DA NATUREZA ('R' OU 'D')-------*
      *----ESPERA WS-VT-NAT E WS-VT-TIPO; DEVOLVE WS-VT-ACHOU E----------*
      *----WS-VT-NOME-----------------------------------------------------*
       8150-VALIDA-TIPO-MOVIMENTO.
           MOVE 'NAO' TO WS-VT-ACHOU
           MOVE SPACES TO WS-VT-NOME
           MOVE ZERO TO WS-VT-FISC
           MOVE ZEROS TO WS-VT-IDX
           IF WS-VT-NAT EQUAL 'R'
               MOVE 1 TO WS-TIPO-IDX2
               PERFORM UNTIL WS-TIPO-IDX2 > WS-QTD-TIPOS-R
                   IF WS-TIPO-R-COD(WS-TIPO-IDX2) = WS-VT-TIPO
                       MOVE 'SIM' TO WS-VT-ACHOU
                       MOVE WS-TIPO-R-NOME(WS-TIPO-IDX2)
                       TO WS-VT-NOME
                       MOVE WS-TIPO-R-FISC(WS-TIPO-IDX2)
                       TO WS-VT-FISC
                       MOVE WS-TIPO-IDX2 TO WS-VT-IDX
                       MOVE WS-QTD-TIPOS-R TO WS-TIPO-IDX2
                   END-IF
                   ADD 1 TO WS-TIPO-IDX2
               END-PERFORM
           ELSE
               MOVE 1 TO WS-TIPO-IDX2
               PERFORM UNTIL WS-TIPO-IDX2 > WS-QTD-TIPOS-D
                   IF WS-TIPO-D-COD(WS-TIPO-IDX2) = WS-VT-TIPO
                       MOVE 'SIM' TO WS-VT-ACHOU
                       MOVE WS-TIPO-D-NOME(WS-TIPO-IDX2)
                       TO WS-VT-NOME
                       MOVE WS-TIPO-D-FISC(WS-TIPO-IDX2)
                       TO WS-VT-FISC
                       MOVE WS-TIPO-IDX2 TO WS-VT-IDX
                       MOVE WS-QTD-TIPOS-D TO WS-TIPO-IDX2
                   END-IF
                   ADD 1 TO WS-TIPO-IDX2
               END-PERFORM
           END-IF.

      *----MONTA EM WS-VT-LISTA A LEGENDA DOS TIPOS DA NATUREZA EM-------*
      *----WS-VT-NAT, NO ESTILO [NN]NOME, PARA AS TELAS DE CADASTRO------*
       8160-MONTA-LISTA-TIPOS.
           MOVE SPACES TO WS-VT-LISTA
           MOVE 1 TO WS-VT-PTR
           MOVE 1 TO WS-TIPO-IDX2
           IF WS-VT-NAT EQUAL 'R'
               PERFORM UNTIL WS-TIPO-IDX2 > WS-QTD-TIPOS-R
               OR WS-VT-PTR > 63
                   STRING '[' DELIMITED BY SIZE
                       WS-TIPO-R-COD(WS-TIPO-IDX2)
                       DELIMITED BY SIZE
                       ']' DELIMITED BY SIZE
                       WS-TIPO-R-NOME(WS-TIPO-IDX2)(1:8)
                       DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       INTO WS-VT-LISTA
                       WITH POINTER WS-VT-PTR
                   ADD 1 TO WS-TIPO-IDX2
               END-PERFORM
               IF WS-TIPO-IDX2 <= WS-QTD-TIPOS-R
                   MOVE '...' TO WS-VT-LISTA(64:3)
               END-IF
           ELSE
               PERFORM UNTIL WS-TIPO-IDX2 > WS-QTD-TIPOS-D
               OR WS-VT-PTR > 63
                   STRING '[' DELIMITED BY SIZE
                       WS-TIPO-D-COD(WS-TIPO-IDX2)
                       DELIMITED BY SIZE
                       ']' DELIMITED BY SIZE
                       WS-TIPO-D-NOME(WS-TIPO-IDX2)(1:8)
                       DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       INTO WS-VT-LISTA
                       WITH POINTER WS-VT-PTR
                   ADD 1 TO WS-TIPO-IDX2
               END-PERFORM
               IF WS-TIPO-IDX2 <= WS-QTD-TIPOS-D
                   MOVE '...' TO WS-VT-LISTA(64:3)
               END-IF
           END-IF.

      *----VALIDA O CPF/CNPJ EM WS-DOC-NUM; DEVOLVE WS-DOC-OK = 'OK'-----*
      *----BRANCOS SAO ACEITOS (DOCUMENTO NAO INFORMADO)-----------------*
       8170-VALIDA-DOCUMENTO.
           MOVE 'OK' TO WS-DOC-OK
           MOVE ZEROS TO WS-DOC-QTD
           EVALUATE TRUE
           WHEN WS-DOC-NUM EQUAL SPACES
               CONTINUE
           WHEN WS-DOC-NUM(1:11) IS NUMERIC
           AND WS-DOC-NUM(12:3) EQUAL SPACES
               MOVE 11 TO WS-DOC-QTD
           WHEN WS-DOC-NUM IS NUMERIC
               MOVE 14 TO WS-DOC-QTD
           WHEN OTHER
               MOVE 'NO' TO WS-DOC-OK
           END-EVALUATE
           IF WS-DOC-QTD > ZEROS
      *----SEQUENCIAS DE UM SO DIGITO PASSAM NO MODULO 11, MAS NAO------*
      *----SAO DOCUMENTOS VALIDOS---------------------------------------*
               MOVE 'SIM' TO WS-DOC-IGUAIS
               MOVE 2 TO WS-DOC-IDX
               PERFORM UNTIL WS-DOC-IDX > WS-DOC-QTD
                   IF WS-DOC-DIG(WS-DOC-IDX) NOT EQUAL WS-DOC-DIG(1)
                       MOVE 'NAO' TO WS-DOC-IGUAIS
                   END-IF
                   ADD 1 TO WS-DOC-IDX
               END-PERFORM
               IF WS-DOC-IGUAIS EQUAL 'SIM'
                   MOVE 'NO' TO WS-DOC-OK
               ELSE
                   COMPUTE WS-DOC-POS = WS-DOC-QTD - 1
                   PERFORM 8171-CALCULA-DV-DOCUMENTO
                   IF WS-DOC-DV NOT EQUAL WS-DOC-DIG(WS-DOC-POS)
                       MOVE 'NO' TO WS-DOC-OK
                   END-IF
                   MOVE WS-DOC-QTD TO WS-DOC-POS
                   PERFORM 8171-CALCULA-DV-DOCUMENTO
                   IF WS-DOC-DV NOT EQUAL WS-DOC-DIG(WS-DOC-POS)
                       MOVE 'NO' TO WS-DOC-OK
                   END-IF
               END-IF
           END-IF.

      *----CALCULA O DIGITO VERIFICADOR DA POSICAO WS-DOC-POS------------*
      *----CPF: PESOS DECRESCENTES ATE 2; CNPJ: IDEM, RECOMECANDO EM 9--*
      *----DEPOIS DO PESO 2 (5,4,3,2,9,8...2 E 6,5,4,3,2,9,8...2)-------*
       8171-CALCULA-DV-DOCUMENTO.
           MOVE ZEROS TO WS-DOC-SOMA
           MOVE 1 TO WS-DOC-IDX
           PERFORM UNTIL WS-DOC-IDX >= WS-DOC-POS
               COMPUTE WS-DOC-PESO = WS-DOC-POS + 1 - WS-DOC-IDX
               IF WS-DOC-QTD EQUAL 14 AND WS-DOC-PESO > 9
                   SUBTRACT 8 FROM WS-DOC-PESO
               END-IF
               COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
                   + WS-DOC-DIG(WS-DOC-IDX) * WS-DOC-PESO
               ADD 1 TO WS-DOC-IDX
           END-PERFORM
           DIVIDE 11 INTO WS-DOC-SOMA
           GIVING WS-DOC-QUOC
           REMAINDER WS-DOC-RESTO
           IF WS-DOC-RESTO < 2
               MOVE ZERO TO WS-DOC-DV
           ELSE
               COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
           END-IF.

      *----COTACAO EM R$ DE WS-CB-MOEDA NA DATA WS-CB-DATA (AAAAMMDD):-*
      *----A ULTIMA CADASTRADA ATE A DATA; SEM NENHUMA ANTERIOR, A-----*
      *----PRIMEIRA POSTERIOR. SEM COTACAO: TAXA ZERO E ACHOU 'NAO'----*
       8180-BUSCA-COTACAO.
           MOVE WS-FSTATUS TO WS-CB-FST
           MOVE 'NAO' TO WS-CB-ACHOU
           MOVE ZEROS TO WS-CB-TAXA
           MOVE ZEROS TO WS-CB-DATA-COT
           MOVE ZEROS TO WS-CB-PROX-TAXA
           MOVE ZEROS TO WS-CB-PROX-DATA
           IF WS-CB-MOEDA EQUAL SPACES OR 'BRL'
               MOVE 1 TO WS-CB-TAXA
               MOVE WS-CB-DATA TO WS-CB-DATA-COT
               MOVE 'SIM' TO WS-CB-ACHOU
           ELSE
               MOVE WS-CB-MOEDA TO ARQM-MOEDA
               MOVE ZEROS TO ARQM-DATA
               MOVE 'NAO' TO WS-CB-FIM
               START ARQ-COTACAO KEY IS NOT LESS THAN ARQM-CHAVE
                   INVALID KEY
                       MOVE 'SIM' TO WS-CB-FIM
               END-START
               PERFORM UNTIL WS-CB-FIM EQUAL 'SIM'
                   READ ARQ-COTACAO NEXT RECORD
                       AT END
                           MOVE 'SIM' TO WS-CB-FIM
                       NOT AT END
                           EVALUATE TRUE
                           WHEN ARQM-MOEDA NOT EQUAL WS-CB-MOEDA
                               MOVE 'SIM' TO WS-CB-FIM
                           WHEN ARQM-DATA <= WS-CB-DATA
                               MOVE ARQM-TAXA TO WS-CB-TAXA
                               MOVE ARQM-DATA TO WS-CB-DATA-COT
                               MOVE 'SIM' TO WS-CB-ACHOU
                           WHEN OTHER
                               MOVE ARQM-TAXA TO WS-CB-PROX-TAXA
                               MOVE ARQM-DATA TO WS-CB-PROX-DATA
                               MOVE 'SIM' TO WS-CB-FIM
                           END-EVALUATE
                   END-READ
               END-PERFORM
               IF WS-CB-ACHOU NOT EQUAL 'SIM'
               AND WS-CB-PROX-DATA > ZEROS
                   MOVE WS-CB-PROX-TAXA TO WS-CB-TAXA
                   MOVE WS-CB-PROX-DATA TO WS-CB-DATA-COT
                   MOVE 'SIM' TO WS-CB-ACHOU
               END-IF
           END-IF
           MOVE WS-CB-FST TO WS-FSTATUS.

      *----PREENCHE MOEDA, COTACAO E VALOR EM R$ DA RECEITA EM ARQ-REC-*
      *----PELA MOEDA DA CONTA E A DATA DO RECEBIMENTO (OU A ESPERADA)-*
       8185-CONVERTE-RECEITA.
           MOVE ';' TO ARQ-REC(105:1)
           MOVE ';' TO ARQ-REC(109:1)
           MOVE ';' TO ARQ-REC(120:1)
           MOVE ARQR-CONT-ID TO WS-CB-CONT-ID
           PERFORM 8188-MOEDA-DA-CONTA
           IF ARQR-ANO-RECB NOT EQUAL ZEROS
               COMPUTE WS-CB-DATA = ARQR-ANO-RECB * 10000
                   + ARQR-MES-RECB * 100 + ARQR-DIA-RECB
           ELSE
               COMPUTE WS-CB-DATA = ARQR-ANO-ESP * 10000
                   + ARQR-MES-ESP * 100 + ARQR-DIA-ESP
           END-IF
           PERFORM 8180-BUSCA-COTACAO
           MOVE WS-CB-MOEDA TO ARQR-MOEDA
           MOVE WS-CB-TAXA  TO ARQR-COTAC
           COMPUTE ARQR-VAL-BRL ROUNDED = ARQR-VAL * WS-CB-TAXA
           PERFORM 8189-AVISA-SEM-COTACAO.

      *----IDEM PARA A DESPESA EM ARQ-DESP (DATA DO PAGAMENTO OU-------*
      *----O VENCIMENTO)-----------------------------------------------*
       8186-CONVERTE-DESPESA.
           MOVE ';' TO ARQ-DESP(105:1)
           MOVE ';' TO ARQ-DESP(109:1)
           MOVE ';' TO ARQ-DESP(120:1)
           MOVE ARQD-CONT-ID TO WS-CB-CONT-ID
           PERFORM 8188-MOEDA-DA-CONTA
           IF ARQD-ANO-PAG NOT EQUAL ZEROS
               COMPUTE WS-CB-DATA = ARQD-ANO-PAG * 10000
                   + ARQD-MES-PAG * 100 + ARQD-DIA-PAG
           ELSE
               COMPUTE WS-CB-DATA = ARQD-ANO-VENC * 10000
                   + ARQD-MES-VENC * 100 + ARQD-DIA-VENC
           END-IF
           PERFORM 8180-BUSCA-COTACAO
           MOVE WS-CB-MOEDA TO ARQD-MOEDA
           MOVE WS-CB-TAXA  TO ARQD-COTAC
           COMPUTE ARQD-VAL-BRL ROUNDED = ARQD-VAL * WS-CB-TAXA
           PERFORM 8189-AVISA-SEM-COTACAO.

      *----TABELA CONT-ID -> MOEDA, CARREGADA NA ABERTURA DO PROGRAMA--*
       8187-CARREGA-MOEDAS-CONTAS.
           MOVE SPACES TO WS-CB-TAB-MOEDAS
           MOVE ZEROS TO CONT-ID
           MOVE 'NAO' TO WS-CB-FIM
           START ARQ-CONTAS KEY IS NOT LESS THAN CONT-ID
               INVALID KEY
                   MOVE 'SIM' TO WS-CB-FIM
           END-START
           PERFORM UNTIL WS-CB-FIM EQUAL 'SIM'
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       MOVE 'SIM' TO WS-CB-FIM
                   NOT AT END
                       IF CONT-ID > ZEROS
                           MOVE CONT-MOEDA
                           TO WS-CB-MOEDA-CTA(CONT-ID)
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FSTATUS.

      *----MOEDA DA CONTA WS-CB-CONT-ID EM WS-CB-MOEDA (BRANCO = BRL)--*
       8188-MOEDA-DA-CONTA.
           MOVE 'BRL' TO WS-CB-MOEDA
           IF WS-CB-CONT-ID > ZEROS
               IF WS-CB-MOEDA-CTA(WS-CB-CONT-ID) NOT EQUAL SPACES
                   MOVE WS-CB-MOEDA-CTA(WS-CB-CONT-ID) TO WS-CB-MOEDA
               END-IF
           END-IF.

       8189-AVISA-SEM-COTACAO.
           IF WS-CB-ACHOU EQUAL 'SIM'
               MOVE 'NAO' TO WS-CB-SEM-COT
           ELSE
               MOVE 'SIM' TO WS-CB-SEM-COT
               IF WS-CB-AVISA EQUAL 'SIM'
                   MOVE 'SEM COTACAO DA MOEDA - R$ ZERADO!'
                   TO WS-STATUSOP
                   PERFORM 9710-MOSTRA-OPERACAO
               END-IF
           END-IF.

      *----SOMA OS MOVIMENTOS (RECEITAS - DESPESAS) DA CONTA CORRENTE----*
      *----NO REGISTRO CONT-SLV, PARA USO PELA CONCILIACAO DE SALDOS-----*
       8210-SOMA-MOVIMENTOS-CONTA.
           MOVE ZEROS TO WS-CON-SOMA-RECB
           MOVE ZEROS TO WS-CON-SOMA-DESP

           MOVE ZEROS TO ARQR-ID
           MOVE ZERO TO WS-EOF
           START ARQ-RECEITAS KEY IS NOT LESS THAN ARQR-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-RECEITAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQR-CONT-ID EQUAL CONT-ID
                           ADD ARQR-VAL TO WS-CON-SOMA-RECB
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF

           MOVE ZEROS TO ARQD-ID
           MOVE ZERO TO WS-EOF
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-DESPESAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQD-CONT-ID EQUAL CONT-ID
                           ADD ARQD-VAL TO WS-CON-SOMA-DESP
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF

           COMPUTE WS-CON-SALDO-MOVTO =
               CONT-SALD-INI + WS-CON-SOMA-RECB - WS-CON-SOMA-DESP
           MOVE ZEROS TO WS-FSTATUS.

      *---------AREA RESERVADA PARA A EXPORTACAO DE DADOS------------------*
      *----GRAVA Export.txt (MOVIMENTOS DO PERIODO, UM POR LINHA----------*
      *----SEPARADO POR ';') E ExpSaldo.txt (SALDO DE CADA CONTA),--------*
      *----PARA CARGA DIRETA EM PLANILHA-----------------------------------*
       7600-EXPORTA-DADOS.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'EXPORTAR DADOS' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-EXP-QTD-MOV
           MOVE ZEROS TO WS-EXP-QTD-SLD
           MOVE 'NAO' TO WS-EXP-OK

           DISPLAY 'DATA INICIAL (DD MM AAAA):' LINE 06 COL 03
           FOREGROUND-COLOR IS 05
           ACCEPT WS-PER-DIA-INI LINE 06 COL 31 FOREGROUND-COLOR IS 04
           ACCEPT WS-PER-MES-INI LINE 06 COL 34 FOREGROUND-COLOR IS 04
           ACCEPT WS-PER-ANO-INI LINE 06 COL 37 FOREGROUND-COLOR IS 04
           DISPLAY 'DATA FINAL   (DD MM AAAA):' LINE 07 COL 03
           FOREGROUND-COLOR IS 05
           ACCEPT WS-PER-DIA-FIM LINE 07 COL 31 FOREGROUND-COLOR IS 04
           ACCEPT WS-PER-MES-FIM LINE 07 COL 34 FOREGROUND-COLOR IS 04
           ACCEPT WS-PER-ANO-FIM LINE 07 COL 37 FOREGROUND-COLOR IS 04
           COMPUTE WS-PER-DATA-INI =
               WS-PER-ANO-INI * 10000 + WS-PER-MES-INI * 100
               + WS-PER-DIA-INI
           COMPUTE WS-PER-DATA-FIM =
               WS-PER-ANO-FIM * 10000 + WS-PER-MES-FIM * 100
               + WS-PER-DIA-FIM

           MOVE 'NAO' TO WS-FCH-INCLUI-HIST
           DISPLAY 'INCLUIR HISTORICO? [01]SIM [02]NAO'
           LINE 08 COL 03 FOREGROUND-COLOR IS 05
           MOVE ZERO TO WS-OPCAO
           ACCEPT WS-OPCAO LINE 08 COL 40
           FOREGROUND-COLOR IS 04
           IF WS-OPCAO EQUAL 01
               MOVE 'SIM' TO WS-FCH-INCLUI-HIST
           END-IF
           MOVE ZERO TO WS-OPCAO

           OPEN OUTPUT ARQ-EXPORTA
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE 'ERRO AO ABRIR O Export.txt!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
               DISPLAY LB-FILE-ST
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               OPEN OUTPUT ARQ-EXP-SALDOS
               IF WS-FSTATUS NOT EQUAL ZEROS
                   CLOSE ARQ-EXPORTA
                   MOVE 'ERRO AO ABRIR O ExpSaldo.txt!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
                   DISPLAY LB-FILE-ST
                   MOVE ZEROS TO WS-FSTATUS
               ELSE
                   MOVE 'SIM' TO WS-EXP-OK
               END-IF
           END-IF

           IF WS-EXP-OK EQUAL 'SIM'
               PERFORM 7610-EXPORTA-RECEITAS
               PERFORM 7615-EXPORTA-DESPESAS
               IF WS-FCH-INCLUI-HIST EQUAL 'SIM'
                   PERFORM 7620-EXPORTA-HIST-RECEITAS
                   PERFORM 7625-EXPORTA-HIST-DESPESAS
               END-IF
               PERFORM 7630-EXPORTA-SALDOS
               CLOSE ARQ-EXPORTA ARQ-EXP-SALDOS
               MOVE ZEROS TO WS-FSTATUS
               DISPLAY 'MOVIMENTOS EXPORTADOS:' LINE 10 COL 03
               FOREGROUND-COLOR IS 03
               DISPLAY WS-EXP-QTD-MOV LINE 10 COL 26
               FOREGROUND-COLOR IS 04
               DISPLAY 'SALDOS EXPORTADOS....:' LINE 11 COL 03
               FOREGROUND-COLOR IS 03
               DISPLAY WS-EXP-QTD-SLD LINE 11 COL 26
               FOREGROUND-COLOR IS 04
               MOVE 'EXPORTACAO CONCLUIDA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           END-IF.

      *----EXPORTA AS RECEITAS DO PERIODO (DATA DE RECEBIMENTO OU,------*
      *----SE EM ABERTO, A DATA ESPERADA)-------------------------------*
       7610-EXPORTA-RECEITAS.
           MOVE ZEROS TO ARQR-ID
           MOVE ZERO TO WS-EOF
           START ARQ-RECEITAS KEY IS NOT LESS THAN ARQR-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-RECEITAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE 'R' TO WS-EXP-NAT
                       MOVE ARQR-ID   TO WS-EXP-ID
                       MOVE ARQR-VAL  TO WS-EXP-VAL
                       IF ARQR-DAT-RECB EQUAL ZEROS
                           MOVE ARQR-DIA-ESP TO WS-EXP-DIA
                           MOVE ARQR-MES-ESP TO WS-EXP-MES
                           MOVE ARQR-ANO-ESP TO WS-EXP-ANO
                           MOVE 'PREVISTA' TO WS-EXP-SIT
                       ELSE
                           MOVE ARQR-DIA-RECB TO WS-EXP-DIA
                           MOVE ARQR-MES-RECB TO WS-EXP-MES
                           MOVE ARQR-ANO-RECB TO WS-EXP-ANO
                           MOVE 'RECEBIDA' TO WS-EXP-SIT
                       END-IF
                       MOVE ARQR-DESC  TO WS-EXP-DESC
                       MOVE ARQR-CONT-ID TO WS-EXP-CONT-ID
                       MOVE ARQR-CONTA TO WS-EXP-CONTA
                       MOVE ARQR-TIPO  TO WS-EXP-TIPO
                       MOVE SPACES     TO WS-EXP-CCUSTO
                       PERFORM 7640-GRAVA-LINHA-EXPORT
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----EXPORTA AS DESPESAS DO PERIODO (PELA DATA DE VENCIMENTO)-----*
       7615-EXPORTA-DESPESAS.
           MOVE ZEROS TO ARQD-ID
           MOVE ZERO TO WS-EOF
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-DESPESAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE 'D' TO WS-EXP-NAT
                       MOVE ARQD-ID       TO WS-EXP-ID
                       MOVE ARQD-VAL      TO WS-EXP-VAL
                       MOVE ARQD-DIA-VENC TO WS-EXP-DIA
                       MOVE ARQD-MES-VENC TO WS-EXP-MES
                       MOVE ARQD-ANO-VENC TO WS-EXP-ANO
                       IF ARQD-DAT-PAG EQUAL ZEROS
                           MOVE 'ABERTA' TO WS-EXP-SIT
                       ELSE
                           MOVE 'PAGA' TO WS-EXP-SIT
                       END-IF
                       MOVE ARQD-DESC  TO WS-EXP-DESC
                       MOVE ARQD-CONT-ID TO WS-EXP-CONT-ID
                       MOVE ARQD-CONTA TO WS-EXP-CONTA
                       MOVE ARQD-ID    TO WS-RAT-DESP-ID
                       MOVE ARQD-VAL   TO WS-RAT-DESP-VAL
                       MOVE ARQD-VAL-BRL TO WS-RAT-DESP-BRL
                       MOVE ARQD-TIPO  TO WS-RAT-DESP-TIPO
                       PERFORM 7645-EXPORTA-RATEIO-DESPESA
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----EXPORTA AS RECEITAS JA ARQUIVADAS NO HISTORICO---------------*
       7620-EXPORTA-HIST-RECEITAS.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-RECEIT-HIST
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-RECEIT-HIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE 'R' TO WS-EXP-NAT
                           MOVE HRC-ID       TO WS-EXP-ID
                           MOVE HRC-VAL      TO WS-EXP-VAL
                           MOVE HRC-DIA-RECB TO WS-EXP-DIA
                           MOVE HRC-MES-RECB TO WS-EXP-MES
                           MOVE HRC-ANO-RECB TO WS-EXP-ANO
                           MOVE 'RECEBIDA'   TO WS-EXP-SIT
                           MOVE HRC-DESC     TO WS-EXP-DESC
                           MOVE HRC-CONT-ID  TO WS-EXP-CONT-ID
                           MOVE HRC-CONTA    TO WS-EXP-CONTA
                           MOVE HRC-TIPO     TO WS-EXP-TIPO
                           MOVE SPACES       TO WS-EXP-CCUSTO
                           PERFORM 7640-GRAVA-LINHA-EXPORT
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-RECEIT-HIST
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----EXPORTA AS DESPESAS JA ARQUIVADAS NO HISTORICO---------------*
       7625-EXPORTA-HIST-DESPESAS.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-DESP-HIST
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-DESP-HIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE 'D' TO WS-EXP-NAT
                           MOVE HDP-ID       TO WS-EXP-ID
                           MOVE HDP-VAL      TO WS-EXP-VAL
                           MOVE HDP-DIA-VENC TO WS-EXP-DIA
                           MOVE HDP-MES-VENC TO WS-EXP-MES
                           MOVE HDP-ANO-VENC TO WS-EXP-ANO
                           MOVE 'PAGA'       TO WS-EXP-SIT
                           MOVE HDP-DESC     TO WS-EXP-DESC
                           MOVE HDP-CONT-ID  TO WS-EXP-CONT-ID
                           MOVE HDP-CONTA    TO WS-EXP-CONTA
                           MOVE HDP-ID       TO WS-RAT-DESP-ID
                           MOVE HDP-VAL      TO WS-RAT-DESP-VAL
                           MOVE HDP-VAL-BRL TO WS-RAT-DESP-BRL
                           MOVE HDP-TIPO     TO WS-RAT-DESP-TIPO
                           PERFORM 7645-EXPORTA-RATEIO-DESPESA
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-DESP-HIST
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----GRAVA UM MOVIMENTO NO Export.txt SE ESTIVER NO PERIODO-------*
       7640-GRAVA-LINHA-EXPORT.
           COMPUTE WS-EXP-DATA-NUM =
               WS-EXP-ANO * 10000 + WS-EXP-MES * 100 + WS-EXP-DIA
           IF WS-EXP-DATA-NUM >= WS-PER-DATA-INI
           AND WS-EXP-DATA-NUM <= WS-PER-DATA-FIM
               MOVE SPACES TO EXP-LINHA
               MOVE WS-EXP-MOV TO EXP-LINHA
               WRITE EXP-LINHA
               ADD 1 TO WS-EXP-QTD-MOV
           END-IF.

      *----UMA LINHA NO Export.txt POR LINHA DO RATEIO DA DESPESA------*
      *----(TIPO, CENTRO DE CUSTO E VALOR DA LINHA)--------------------*
       7645-EXPORTA-RATEIO-DESPESA.
           PERFORM 2045-APURA-RATEIO-DESPESA
           MOVE 1 TO WS-RAT-IDX
           PERFORM UNTIL WS-RAT-IDX > WS-RAT-QTD
               MOVE WS-RAT-L-VAL(WS-RAT-IDX)    TO WS-EXP-VAL
               MOVE WS-RAT-L-TIPO(WS-RAT-IDX)   TO WS-EXP-TIPO
               MOVE WS-RAT-L-CCUSTO(WS-RAT-IDX) TO WS-EXP-CCUSTO
               PERFORM 7640-GRAVA-LINHA-EXPORT
               ADD 1 TO WS-RAT-IDX
           END-PERFORM.

      *----GRAVA O SALDO DE CADA CONTA NO ExpSaldo.txt------------------*
       7630-EXPORTA-SALDOS.
           MOVE ZEROS TO CONT-ID
           MOVE ZERO TO WS-EOF
           START ARQ-CONTAS KEY IS NOT LESS THAN CONT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE CONT-ID      TO WS-EXPS-ID
                       MOVE CONT-TIPO    TO WS-EXPS-TIPO
                       MOVE CONT-ABC-ID  TO WS-EXPS-BANCO
                       MOVE CONTA-NMBANC TO WS-EXPS-NOME
                       MOVE CONT-SALD    TO WS-EXPS-SALDO
                       MOVE SPACES TO EXPS-LINHA
                       MOVE WS-EXP-SALDO TO EXPS-LINHA
                       WRITE EXPS-LINHA
                       ADD 1 TO WS-EXP-QTD-SLD
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *---------AREA RESERVADA PARA O BACKUP/RESTAURACAO-------------------*
      *----TRES CONJUNTOS ROTATIVOS Backup1/2/3.txt (UM POR DIA, O--------*
      *----MAIS ANTIGO E REAPROVEITADO). CADA CONJUNTO GUARDA TODOS-------*
      *----OS ARQUIVOS DE DADOS EM LINHAS 'TAG;REGISTRO'-------------------*
       7800-MENU-BACKUP.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'BACKUP/RESTAURAR' TO WS-PAG
           MOVE ZERO TO WS-OPCAO
           DISPLAY LB-CABECALHO
           DISPLAY LB-BACKUP
           PERFORM UNTIL WS-OPCAO = 99
               MOVE ZEROS TO WS-OPCAO
               ACCEPT LB-OPCAO-BACKUP
               EVALUATE WS-OPCAO
               WHEN 01
                   PERFORM 7810-EXECUTA-BACKUP
               WHEN 02
                   PERFORM 9400-EXIGE-SUPERVISOR
                   IF WS-OPR-AUTORIZADO EQUAL 'SIM'
                       PERFORM 7840-RESTAURA
                   END-IF
               WHEN 99
                   PERFORM 0000-INICIALIZACAO
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
           END-PERFORM.

      *----LE A DATA DE CONTROLE (LINHA CTL) DOS TRES CONJUNTOS E---------*
      *----MOSTRA A SITUACAO DE CADA UM------------------------------------*
       7805-LISTA-SETS.
           PERFORM 7806-LE-DATAS-SETS
           DISPLAY 'SET 1 (AAAAMMDD):' LINE 12 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY WS-BKP-DATA-SET(1) LINE 12 COL 21
           FOREGROUND-COLOR IS 04
           DISPLAY 'SET 2 (AAAAMMDD):' LINE 13 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY WS-BKP-DATA-SET(2) LINE 13 COL 21
           FOREGROUND-COLOR IS 04
           DISPLAY 'SET 3 (AAAAMMDD):' LINE 14 COL 03
           FOREGROUND-COLOR IS 03
           DISPLAY WS-BKP-DATA-SET(3) LINE 14 COL 21
           FOREGROUND-COLOR IS 04.

      *----SO LE AS DATAS DE CONTROLE (SEM TELA)-----------------------*
       7806-LE-DATAS-SETS.
           MOVE ZEROS TO WS-BKP-DATA-SET(1)
           MOVE ZEROS TO WS-BKP-DATA-SET(2)
           MOVE ZEROS TO WS-BKP-DATA-SET(3)
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-BACKUP1
           IF WS-FSTATUS EQUAL ZEROS
               READ ARQ-BACKUP1
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BKP1-REG TO WS-BKP-REG
                       IF WS-BKP-TAG EQUAL 'CTL'
                       AND WS-BKP-DADOS(1:8) NUMERIC
                           MOVE WS-BKP-DADOS(1:8)
                           TO WS-BKP-DATA-SET(1)
                       END-IF
               END-READ
               CLOSE ARQ-BACKUP1
           END-IF
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-BACKUP2
           IF WS-FSTATUS EQUAL ZEROS
               READ ARQ-BACKUP2
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BKP2-REG TO WS-BKP-REG
                       IF WS-BKP-TAG EQUAL 'CTL'
                       AND WS-BKP-DADOS(1:8) NUMERIC
                           MOVE WS-BKP-DADOS(1:8)
                           TO WS-BKP-DATA-SET(2)
                       END-IF
               END-READ
               CLOSE ARQ-BACKUP2
           END-IF
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-BACKUP3
           IF WS-FSTATUS EQUAL ZEROS
               READ ARQ-BACKUP3
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BKP3-REG TO WS-BKP-REG
                       IF WS-BKP-TAG EQUAL 'CTL'
                       AND WS-BKP-DADOS(1:8) NUMERIC
                           MOVE WS-BKP-DADOS(1:8)
                           TO WS-BKP-DATA-SET(3)
                       END-IF
               END-READ
               CLOSE ARQ-BACKUP3
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----EXECUTA O BACKUP NO CONJUNTO DO DIA (OU NO MAIS ANTIGO)--------*
      *----WS-BKP-SET-PEDIDO DE 1 A 3 FORCA O CONJUNTO (EXECUCAO EM----*
      *----LOTE); WS-LOTE-ETAPA-OK = 'SIM' SE O BACKUP FOI FEITO-----*
       7810-EXECUTA-BACKUP.
           MOVE 'NAO' TO WS-LOTE-ETAPA-OK
           ACCEPT WS-BKP-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-LOTE-ATIVO EQUAL 'SIM'
               PERFORM 7806-LE-DATAS-SETS
           ELSE
               PERFORM 7805-LISTA-SETS
           END-IF
           MOVE 1 TO WS-BKP-SLOT
           MOVE WS-BKP-DATA-SET(1) TO WS-BKP-MENOR
           IF WS-BKP-DATA-SET(2) < WS-BKP-MENOR
               MOVE 2 TO WS-BKP-SLOT
               MOVE WS-BKP-DATA-SET(2) TO WS-BKP-MENOR
           END-IF
           IF WS-BKP-DATA-SET(3) < WS-BKP-MENOR
               MOVE 3 TO WS-BKP-SLOT
               MOVE WS-BKP-DATA-SET(3) TO WS-BKP-MENOR
           END-IF
           IF WS-BKP-DATA-SET(1) EQUAL WS-BKP-DATA-HOJE
               MOVE 1 TO WS-BKP-SLOT
           END-IF
           IF WS-BKP-DATA-SET(2) EQUAL WS-BKP-DATA-HOJE
               MOVE 2 TO WS-BKP-SLOT
           END-IF
           IF WS-BKP-DATA-SET(3) EQUAL WS-BKP-DATA-HOJE
               MOVE 3 TO WS-BKP-SLOT
           END-IF
           IF WS-BKP-SET-PEDIDO > 0
               MOVE WS-BKP-SET-PEDIDO TO WS-BKP-SLOT
           END-IF

           PERFORM 7831-ABRE-BKP-SAIDA
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE 'ERRO AO ABRIR O ARQUIVO DE BACKUP!'
               TO WS-STATUSOP
               PERFORM 9710-MOSTRA-OPERACAO
               IF WS-LOTE-ATIVO NOT EQUAL 'SIM'
                   DISPLAY LB-FILE-ST
               END-IF
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               MOVE ZEROS TO WS-BKP-QTD-REG
               MOVE 'CTL' TO WS-BKP-TAG
               MOVE SPACES TO WS-BKP-DADOS
               MOVE WS-BKP-DATA-HOJE TO WS-BKP-DADOS(1:8)
               PERFORM 7830-GRAVA-LINHA-BKP
               PERFORM 7820-BKP-INDEXADOS
               PERFORM 7825-BKP-SEQUENCIAIS
               PERFORM 7832-FECHA-BKP
               MOVE 'BACKUP'   TO WS-JRN-OPERACAO
               MOVE 'BACKUP'   TO WS-JRN-ARQUIVO
               MOVE WS-BKP-SLOT TO WS-JRN-CHAVE
               MOVE 'FIM'      TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               MOVE SPACES TO WS-STATUSOP
               STRING 'BACKUP NO SET ' DELIMITED BY SIZE
                      WS-BKP-SLOT      DELIMITED BY SIZE
                      ' - REGISTROS: ' DELIMITED BY SIZE
                      WS-BKP-QTD-REG   DELIMITED BY SIZE
                      INTO WS-STATUSOP
               MOVE 'SIM' TO WS-LOTE-ETAPA-OK
               PERFORM 9710-MOSTRA-OPERACAO
           END-IF.

      *----COPIA PARA O BACKUP OS ARQUIVOS INDEXADOS----------------------*
       7820-BKP-INDEXADOS.
           MOVE ZEROS TO CONT-ID
           MOVE ZERO TO WS-EOF
           START ARQ-CONTAS KEY IS NOT LESS THAN CONT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE 'CON' TO WS-BKP-TAG
                       MOVE SPACES TO WS-BKP-DADOS
                       MOVE CONT-SLV TO WS-BKP-DADOS
                       PERFORM 7830-GRAVA-LINHA-BKP
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF

           MOVE ZEROS TO ARQR-ID
           MOVE ZERO TO WS-EOF
           START ARQ-RECEITAS KEY IS NOT LESS THAN ARQR-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-RECEITAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE 'REC' TO WS-BKP-TAG
                       MOVE SPACES TO WS-BKP-DADOS
                       MOVE ARQ-REC TO WS-BKP-DADOS
                       PERFORM 7830-GRAVA-LINHA-BKP
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF

           MOVE ZEROS TO ARQD-ID
           MOVE ZERO TO WS-EOF
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-DESPESAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE 'DES' TO WS-BKP-TAG
                       MOVE SPACES TO WS-BKP-DADOS
                       MOVE ARQ-DESP TO WS-BKP-DADOS
                       PERFORM 7830-GRAVA-LINHA-BKP
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF

           MOVE ZEROS TO ARQL-ID
           MOVE ZERO TO WS-EOF
           START ARQ-RECORR KEY IS NOT LESS THAN ARQL-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-RECORR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE 'LRC' TO WS-BKP-TAG
                       MOVE SPACES TO WS-BKP-DADOS
                       MOVE ARQ-LANC-RECORR TO WS-BKP-DADOS
                       PERFORM 7830-GRAVA-LINHA-BKP
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF

           MOVE ZEROS TO ORC-TIPO
           MOVE ZERO TO WS-EOF
           START ARQ-ORCAMENTO KEY IS NOT LESS THAN ORC-TIPO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-ORCAMENTO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE 'ORC' TO WS-BKP-TAG
                       MOVE SPACES TO WS-BKP-DADOS
                       MOVE ORC-REG TO WS-BKP-DADOS
                       PERFORM 7830-GRAVA-LINHA-BKP
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF

           MOVE ZEROS TO CRT-ID
           MOVE ZERO TO WS-EOF
           START ARQ-CARTOES KEY IS NOT LESS THAN CRT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-CARTOES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE 'CRT' TO WS-BKP-TAG
                       MOVE SPACES TO WS-BKP-DADOS
                       MOVE ARQ-REC-CARTAO TO WS-BKP-DADOS
                       PERFORM 7830-GRAVA-LINHA-BKP
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF

           MOVE ZEROS TO ARQE-ID
           MOVE ZERO TO WS-EOF
           START ARQ-EMPREST KEY IS NOT LESS THAN ARQE-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-EMPREST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE 'EMP' TO WS-BKP-TAG
                       MOVE SPACES TO WS-BKP-DADOS
                       MOVE ARQ-EMP-REG TO WS-BKP-DADOS
                       PERFORM 7830-GRAVA-LINHA-BKP
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF

           MOVE ZEROS TO ARQA-ID
           MOVE ZERO TO WS-EOF
           START ARQ-APLICAC KEY IS NOT LESS THAN ARQA-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-APLICAC NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE 'APL' TO WS-BKP-TAG
                       MOVE SPACES TO WS-BKP-DADOS
                       MOVE ARQ-APL-REG TO WS-BKP-DADOS
                       PERFORM 7830-GRAVA-LINHA-BKP
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF

           MOVE ZEROS TO ARQT-CHAVE
           MOVE ZERO TO WS-EOF
           START ARQ-RATEIO KEY IS NOT LESS THAN ARQT-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-RATEIO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE 'RAT' TO WS-BKP-TAG
                       MOVE SPACES TO WS-BKP-DADOS
                       MOVE ARQ-RAT-REG TO WS-BKP-DADOS
                       PERFORM 7830-GRAVA-LINHA-BKP
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF

           MOVE LOW-VALUES TO ARQM-CHAVE
           MOVE ZERO TO WS-EOF
           START ARQ-COTACAO KEY IS NOT LESS THAN ARQM-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-COTACAO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE 'COT' TO WS-BKP-TAG
                       MOVE SPACES TO WS-BKP-DADOS
                       MOVE ARQ-COT-REG TO WS-BKP-DADOS
                       PERFORM 7830-GRAVA-LINHA-BKP
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF

           MOVE ZEROS TO ARQG-ID
           MOVE ZERO TO WS-EOF
           START ARQ-METAS KEY IS NOT LESS THAN ARQG-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-METAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE 'MET' TO WS-BKP-TAG
                       MOVE SPACES TO WS-BKP-DADOS
                       MOVE ARQ-META-REG TO WS-BKP-DADOS
                       PERFORM 7830-GRAVA-LINHA-BKP
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF

           MOVE ZEROS TO OPR-COD
           MOVE ZERO TO WS-EOF
           START ARQ-OPERADORES KEY IS NOT LESS THAN OPR-COD
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-OPERADORES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE 'OPR' TO WS-BKP-TAG
                       MOVE SPACES TO WS-BKP-DADOS
                       MOVE ARQ-REC-OPERADOR TO WS-BKP-DADOS
                       PERFORM 7830-GRAVA-LINHA-BKP
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----COPIA PARA O BACKUP OS ARQUIVOS SEQUENCIAIS--------------------*
       7825-BKP-SEQUENCIAIS.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-BANCOS
           IF WS-FSTATUS EQUAL ZEROS
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-BANCOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE 'BCO' TO WS-BKP-TAG
                           MOVE SPACES TO WS-BKP-DADOS
                           MOVE ARQ-REC-BANCO TO WS-BKP-DADOS
                           PERFORM 7830-GRAVA-LINHA-BKP
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-BANCOS
           END-IF
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-FECHAMENTO
           IF WS-FSTATUS EQUAL ZEROS
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-FECHAMENTO
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE 'FCH' TO WS-BKP-TAG
                           MOVE SPACES TO WS-BKP-DADOS
                           MOVE FCH-REG TO WS-BKP-DADOS
                           PERFORM 7830-GRAVA-LINHA-BKP
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-FECHAMENTO
           END-IF
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-RECEIT-HIST
           IF WS-FSTATUS EQUAL ZEROS
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-RECEIT-HIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE 'HRC' TO WS-BKP-TAG
                           MOVE SPACES TO WS-BKP-DADOS
                           MOVE HREC-REG TO WS-BKP-DADOS
                           PERFORM 7830-GRAVA-LINHA-BKP
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-RECEIT-HIST
           END-IF
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-DESP-HIST
           IF WS-FSTATUS EQUAL ZEROS
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-DESP-HIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE 'HDP' TO WS-BKP-TAG
                           MOVE SPACES TO WS-BKP-DADOS
                           MOVE HDSP-REG TO WS-BKP-DADOS
                           PERFORM 7830-GRAVA-LINHA-BKP
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-DESP-HIST
           END-IF
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-JORNAL
           IF WS-FSTATUS EQUAL ZEROS
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-JORNAL
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE 'JRN' TO WS-BKP-TAG
                           MOVE SPACES TO WS-BKP-DADOS
                           MOVE ARQ-REC-JORNAL TO WS-BKP-DADOS
                           PERFORM 7830-GRAVA-LINHA-BKP
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-JORNAL
           END-IF
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-TIPOS
           IF WS-FSTATUS EQUAL ZEROS
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-TIPOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE 'TIP' TO WS-BKP-TAG
                           MOVE SPACES TO WS-BKP-DADOS
                           MOVE ARQ-REC-TIPO TO WS-BKP-DADOS
                           PERFORM 7830-GRAVA-LINHA-BKP
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-TIPOS
           END-IF
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-AUDITORIA
           IF WS-FSTATUS EQUAL ZEROS
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-AUDITORIA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE 'AUD' TO WS-BKP-TAG
                           MOVE SPACES TO WS-BKP-DADOS
                           MOVE AUD-LINHA TO WS-BKP-DADOS
                           PERFORM 7830-GRAVA-LINHA-BKP
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-AUDITORIA
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----GRAVA UMA LINHA NO CONJUNTO DE BACKUP ESCOLHIDO----------------*
       7830-GRAVA-LINHA-BKP.
           EVALUATE WS-BKP-SLOT
           WHEN 1
               MOVE WS-BKP-REG TO BKP1-REG
               WRITE BKP1-REG
           WHEN 2
               MOVE WS-BKP-REG TO BKP2-REG
               WRITE BKP2-REG
           WHEN 3
               MOVE WS-BKP-REG TO BKP3-REG
               WRITE BKP3-REG
           END-EVALUATE
           ADD 1 TO WS-BKP-QTD-REG.

      *----ABRE PARA GRAVACAO O CONJUNTO DE BACKUP ESCOLHIDO--------------*
       7831-ABRE-BKP-SAIDA.
           MOVE ZEROS TO WS-FSTATUS
           EVALUATE WS-BKP-SLOT
           WHEN 1
               OPEN OUTPUT ARQ-BACKUP1
           WHEN 2
               OPEN OUTPUT ARQ-BACKUP2
           WHEN 3
               OPEN OUTPUT ARQ-BACKUP3
           END-EVALUATE.

      *----ABRE PARA LEITURA O CONJUNTO DE BACKUP ESCOLHIDO---------------*
       7833-ABRE-BKP-ENTRADA.
           MOVE ZEROS TO WS-FSTATUS
           EVALUATE WS-BKP-SLOT
           WHEN 1
               OPEN INPUT ARQ-BACKUP1
           WHEN 2
               OPEN INPUT ARQ-BACKUP2
           WHEN 3
               OPEN INPUT ARQ-BACKUP3
           END-EVALUATE.

      *----FECHA O CONJUNTO DE BACKUP ESCOLHIDO---------------------------*
       7832-FECHA-BKP.
           EVALUATE WS-BKP-SLOT
           WHEN 1
               CLOSE ARQ-BACKUP1
           WHEN 2
               CLOSE ARQ-BACKUP2
           WHEN 3
               CLOSE ARQ-BACKUP3
           END-EVALUATE
           MOVE ZEROS TO WS-FSTATUS.

      *----LE A PROXIMA LINHA DO CONJUNTO ESCOLHIDO (WS-EOF = 1 NO FIM)---*
       7860-LE-LINHA-BKP.
           EVALUATE WS-BKP-SLOT
           WHEN 1
               READ ARQ-BACKUP1
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE BKP1-REG TO WS-BKP-REG
               END-READ
           WHEN 2
               READ ARQ-BACKUP2
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE BKP2-REG TO WS-BKP-REG
               END-READ
           WHEN 3
               READ ARQ-BACKUP3
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE BKP3-REG TO WS-BKP-REG
               END-READ
           END-EVALUATE.

      *----RESTAURACAO: ESCOLHE UM CONJUNTO E O DEVOLVE AOS ARQUIVOS------*
      *----DE DADOS (OPERACAO RESTRITA AO SUPERVISOR)---------------------*
       7840-RESTAURA.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'RESTAURAR BACKUP' TO WS-PAG
           DISPLAY LB-CABECALHO
           PERFORM 7805-LISTA-SETS
           MOVE ZEROS TO WS-BKP-SLOT
           DISPLAY 'RESTAURAR QUAL SET (1-3, 0=VOLTAR):'
           LINE 16 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-BKP-SLOT LINE 16 COL 40
           FOREGROUND-COLOR IS 04
           EVALUATE TRUE
           WHEN WS-BKP-SLOT EQUAL ZEROS
               MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN WS-BKP-SLOT > 3
               MOVE 'OPCAO INVALIDA!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN WS-BKP-DATA-SET(WS-BKP-SLOT) EQUAL ZEROS
               MOVE 'CONJUNTO DE BACKUP VAZIO!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           WHEN OTHER
               DISPLAY 'ATENCAO: OS DADOS ATUAIS SERAO SUBSTI'-
               'TUIDOS PELO BACKUP!'
               LINE 18 COL 03 FOREGROUND-COLOR IS 06
               DISPLAY 'CONFIRMA A RESTAURACAO? [01]SIM [02]NAO'
               LINE 19 COL 03 FOREGROUND-COLOR IS 05
               MOVE ZERO TO WS-OPCAO
               ACCEPT WS-OPCAO LINE 19 COL 44
               FOREGROUND-COLOR IS 04
               IF WS-OPCAO EQUAL 01
                   PERFORM 7845-RESTAURA-EXECUTA
               ELSE
                   MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
               MOVE ZERO TO WS-OPCAO
           END-EVALUATE.

      *----ESVAZIA OS ARQUIVOS DE DADOS E OS RECARREGA DO CONJUNTO--------*
       7845-RESTAURA-EXECUTA.
           MOVE ZEROS TO WS-BKP-QTD-RST
           CLOSE ARQ-CONTAS ARQ-RECEITAS ARQ-DESPESAS ARQ-RECORR
                 ARQ-ORCAMENTO ARQ-CARTOES ARQ-OPERADORES
                 ARQ-EMPREST ARQ-APLICAC ARQ-RATEIO ARQ-COTACAO
                 ARQ-METAS
           OPEN OUTPUT ARQ-CONTAS
           CLOSE ARQ-CONTAS
           OPEN OUTPUT ARQ-RECEITAS
           CLOSE ARQ-RECEITAS
           OPEN OUTPUT ARQ-DESPESAS
           CLOSE ARQ-DESPESAS
           OPEN OUTPUT ARQ-RECORR
           CLOSE ARQ-RECORR
           OPEN OUTPUT ARQ-ORCAMENTO
           CLOSE ARQ-ORCAMENTO
           OPEN OUTPUT ARQ-CARTOES
           CLOSE ARQ-CARTOES
           OPEN OUTPUT ARQ-OPERADORES
           CLOSE ARQ-OPERADORES
           OPEN OUTPUT ARQ-EMPREST
           CLOSE ARQ-EMPREST
           OPEN OUTPUT ARQ-APLICAC
           CLOSE ARQ-APLICAC
           OPEN OUTPUT ARQ-RATEIO
           CLOSE ARQ-RATEIO
           OPEN OUTPUT ARQ-COTACAO
           CLOSE ARQ-COTACAO
           OPEN OUTPUT ARQ-METAS
           CLOSE ARQ-METAS
           OPEN I-O ARQ-CONTAS ARQ-RECEITAS ARQ-DESPESAS ARQ-RECORR
                    ARQ-ORCAMENTO ARQ-CARTOES ARQ-OPERADORES
                    ARQ-EMPREST ARQ-APLICAC ARQ-RATEIO ARQ-COTACAO
                    ARQ-METAS
           OPEN OUTPUT ARQ-BANCOS ARQ-FECHAMENTO ARQ-RECEIT-HIST
                       ARQ-DESP-HIST ARQ-JORNAL ARQ-TIPOS
                       ARQ-AUDITORIA
           MOVE ZEROS TO WS-FSTATUS

           PERFORM 7833-ABRE-BKP-ENTRADA
           MOVE ZERO TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 1
               PERFORM 7860-LE-LINHA-BKP
               IF WS-EOF EQUAL ZERO
                   PERFORM 7850-RESTAURA-DISPATCH
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-EOF
           PERFORM 7832-FECHA-BKP

           CLOSE ARQ-BANCOS ARQ-FECHAMENTO ARQ-RECEIT-HIST
                 ARQ-DESP-HIST ARQ-JORNAL ARQ-TIPOS ARQ-AUDITORIA
           MOVE ZEROS TO WS-FSTATUS
           PERFORM 4010-CARREGA-BANCOS
           PERFORM 4510-CARREGA-TIPOS
           PERFORM 7710-CARREGA-FECHAMENTOS
           PERFORM 8187-CARREGA-MOEDAS-CONTAS

           MOVE 'RESTAURA' TO WS-JRN-OPERACAO
           MOVE 'BACKUP'   TO WS-JRN-ARQUIVO
           MOVE WS-BKP-SLOT TO WS-JRN-CHAVE
           MOVE 'FIM'      TO WS-JRN-FASE
           PERFORM 9100-GRAVA-JORNAL
           MOVE SPACES TO WS-STATUSOP
           STRING 'RESTAURADOS ' DELIMITED BY SIZE
                  WS-BKP-QTD-RST  DELIMITED BY SIZE
                  ' REGISTROS DO SET ' DELIMITED BY SIZE
                  WS-BKP-SLOT     DELIMITED BY SIZE
                  INTO WS-STATUSOP
           DISPLAY LB-OPERACAO.

      *----DEVOLVE UMA LINHA DO BACKUP AO ARQUIVO DE ORIGEM---------------*
       7850-RESTAURA-DISPATCH.
           EVALUATE WS-BKP-TAG
           WHEN 'CON'
               MOVE WS-BKP-DADOS(1:77) TO CONT-SLV
               IF CONT-SLV(62:1) NOT EQUAL ';'
                   MOVE ';' TO CONT-SLV(62:1)
                   MOVE ';' TO CONT-SLV(66:1)
                   MOVE 'BRL' TO CONT-MOEDA
                   MOVE CONT-SALD-INI TO CONT-SALD-INI-BRL
               END-IF
               WRITE CONT-SLV
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'REC'
               MOVE WS-BKP-DADOS(1:130) TO ARQ-REC
               IF ARQ-REC(105:1) NOT EQUAL ';'
                   MOVE ';' TO ARQ-REC(105:1)
                   MOVE ';' TO ARQ-REC(109:1)
                   MOVE ';' TO ARQ-REC(120:1)
                   MOVE 'BRL' TO ARQR-MOEDA
                   MOVE 1 TO ARQR-COTAC
                   MOVE ARQR-VAL TO ARQR-VAL-BRL
               END-IF
               IF ARQR-DAT-CONC NOT NUMERIC
                   MOVE ';' TO ARQ-REC(76:1)
                   MOVE ZEROS TO ARQR-DAT-CONC
               END-IF
               IF ARQ-REC(85:1) NOT EQUAL ';'
                   MOVE ';' TO ARQ-REC(85:1)
                   MOVE SPACES TO ARQR-DOC
               END-IF
               IF ARQ-REC(100:1) NOT EQUAL ';'
                   MOVE ';' TO ARQ-REC(100:1)
                   MOVE ARQR-CONTA TO WS-VC-CONTA
                   PERFORM 8145-LOCALIZA-CONTA-NOME
                   MOVE WS-VC-CONT-ID TO ARQR-CONT-ID
               END-IF
               WRITE ARQ-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'DES'
               MOVE WS-BKP-DADOS(1:130) TO ARQ-DESP
               IF ARQ-DESP(105:1) NOT EQUAL ';'
                   MOVE ';' TO ARQ-DESP(105:1)
                   MOVE ';' TO ARQ-DESP(109:1)
                   MOVE ';' TO ARQ-DESP(120:1)
                   MOVE 'BRL' TO ARQD-MOEDA
                   MOVE 1 TO ARQD-COTAC
                   MOVE ARQD-VAL TO ARQD-VAL-BRL
               END-IF
               IF ARQD-DAT-CONC NOT NUMERIC
                   MOVE ';' TO ARQ-DESP(76:1)
                   MOVE ZEROS TO ARQD-DAT-CONC
               END-IF
               IF ARQ-DESP(85:1) NOT EQUAL ';'
                   MOVE ';' TO ARQ-DESP(85:1)
                   MOVE SPACES TO ARQD-DOC
               END-IF
               IF ARQ-DESP(100:1) NOT EQUAL ';'
                   MOVE ';' TO ARQ-DESP(100:1)
                   MOVE ARQD-CONTA TO WS-VC-CONTA
                   PERFORM 8145-LOCALIZA-CONTA-NOME
                   MOVE WS-VC-CONT-ID TO ARQD-CONT-ID
               END-IF
               WRITE ARQ-DESP
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'LRC'
               MOVE WS-BKP-DADOS(1:77) TO ARQ-LANC-RECORR
               IF ARQ-LANC-RECORR(73:1) NOT EQUAL ';'
                   MOVE ';' TO ARQ-LANC-RECORR(73:1)
                   MOVE ARQL-CONTA TO WS-VC-CONTA
                   PERFORM 8145-LOCALIZA-CONTA-NOME
                   MOVE WS-VC-CONT-ID TO ARQL-CONT-ID
               END-IF
               WRITE ARQ-LANC-RECORR
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'ORC'
               MOVE WS-BKP-DADOS(1:11) TO ORC-REG
               WRITE ORC-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'CRT'
               MOVE WS-BKP-DADOS(1:10) TO ARQ-REC-CARTAO
               WRITE ARQ-REC-CARTAO
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'EMP'
               MOVE WS-BKP-DADOS(1:102) TO ARQ-EMP-REG
               IF ARQ-EMP-REG(98:1) NOT EQUAL ';'
                   MOVE ';' TO ARQ-EMP-REG(98:1)
                   MOVE ARQE-CONTA TO WS-VC-CONTA
                   PERFORM 8145-LOCALIZA-CONTA-NOME
                   MOVE WS-VC-CONT-ID TO ARQE-CONT-ID
               END-IF
               WRITE ARQ-EMP-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'APL'
               MOVE WS-BKP-DADOS(1:96) TO ARQ-APL-REG
               WRITE ARQ-APL-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'RAT'
               MOVE WS-BKP-DADOS(1:35) TO ARQ-RAT-REG
               WRITE ARQ-RAT-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'COT'
               MOVE WS-BKP-DADOS(1:22) TO ARQ-COT-REG
               WRITE ARQ-COT-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'MET'
               MOVE WS-BKP-DADOS(1:96) TO ARQ-META-REG
               WRITE ARQ-META-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'OPR'
               MOVE WS-BKP-DADOS(1:35) TO ARQ-REC-OPERADOR
               WRITE ARQ-REC-OPERADOR
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'BCO'
               MOVE WS-BKP-DADOS(1:34) TO ARQ-REC-BANCO
               WRITE ARQ-REC-BANCO
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'FCH'
               MOVE WS-BKP-DADOS(1:80) TO FCH-REG
               WRITE FCH-REG
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'HRC'
               MOVE WS-BKP-DADOS(1:130) TO HREC-REG
               IF HREC-REG(105:1) NOT EQUAL ';'
                   MOVE ';' TO HREC-REG(105:1)
                   MOVE ';' TO HREC-REG(109:1)
                   MOVE ';' TO HREC-REG(120:1)
                   MOVE 'BRL' TO HRC-MOEDA
                   MOVE 1 TO HRC-COTAC
                   MOVE HRC-VAL TO HRC-VAL-BRL
               END-IF
               IF HREC-REG(100:1) NOT EQUAL ';'
                   MOVE ';' TO HREC-REG(100:1)
                   MOVE HRC-CONTA TO WS-VC-CONTA
                   PERFORM 8145-LOCALIZA-CONTA-NOME
                   MOVE WS-VC-CONT-ID TO HRC-CONT-ID
               END-IF
               WRITE HREC-REG
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'HDP'
               MOVE WS-BKP-DADOS(1:130) TO HDSP-REG
               IF HDSP-REG(105:1) NOT EQUAL ';'
                   MOVE ';' TO HDSP-REG(105:1)
                   MOVE ';' TO HDSP-REG(109:1)
                   MOVE ';' TO HDSP-REG(120:1)
                   MOVE 'BRL' TO HDP-MOEDA
                   MOVE 1 TO HDP-COTAC
                   MOVE HDP-VAL TO HDP-VAL-BRL
               END-IF
               IF HDSP-REG(100:1) NOT EQUAL ';'
                   MOVE ';' TO HDSP-REG(100:1)
                   MOVE HDP-CONTA TO WS-VC-CONTA
                   PERFORM 8145-LOCALIZA-CONTA-NOME
                   MOVE WS-VC-CONT-ID TO HDP-CONT-ID
               END-IF
               WRITE HDSP-REG
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'JRN'
               MOVE WS-BKP-DADOS(1:62) TO ARQ-REC-JORNAL
               WRITE ARQ-REC-JORNAL
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'TIP'
               MOVE WS-BKP-DADOS(1:27) TO ARQ-REC-TIPO
               WRITE ARQ-REC-TIPO
               ADD 1 TO WS-BKP-QTD-RST
           WHEN 'AUD'
               MOVE WS-BKP-DADOS(1:210) TO AUD-LINHA
               WRITE AUD-LINHA
               ADD 1 TO WS-BKP-QTD-RST
           WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *-----------AREA RESERVADA PARA O FECHAMENTO DE MES-----------------*
      *----FECHA UM MES: REGISTRA O FECHAMENTO E O SALDO DE CADA CONTA----*
      *----NO Fecham.txt, BLOQUEIA NOVOS LANCAMENTOS/ALTERACOES NO MES----*
      *----E, OPCIONALMENTE, ARQUIVA MOVIMENTOS ANTIGOS NOS ARQUIVOS------*
      *----DE HISTORICO (ReceitHist.txt / DespesHist.txt), ROLANDO O------*
      *----SALDO INICIAL DAS CONTAS PARA QUE A CONCILIACAO PARTA DO-------*
      *----SALDO DO FECHAMENTO--------------------------------------------*
       7700-FECHAMENTO-MES.
           PERFORM 9400-EXIGE-SUPERVISOR
           IF WS-OPR-AUTORIZADO EQUAL 'SIM'
               PERFORM 7705-EXECUTA-FECHAMENTO
           END-IF.

       7705-EXECUTA-FECHAMENTO.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'FECHAMENTO DE MES' TO WS-PAG
           DISPLAY LB-CABECALHO
           MOVE ZEROS TO WS-FCH-ANOMES
           MOVE ZEROS TO WS-FCH-CORTE
           MOVE ZEROS TO WS-FCH-QTD-ARQ-R
           MOVE ZEROS TO WS-FCH-QTD-ARQ-D

           DISPLAY 'ANO (AAAA):' LINE 06 COL 03
           FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-FCH-ANO >= 2000
               ACCEPT WS-FCH-ANO LINE 06 COL 15
               FOREGROUND-COLOR IS 04
               IF WS-FCH-ANO < 2000
                   MOVE 'ANO DEVE SER SUPERIOR A 2000' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM
           DISPLAY 'MES (MM)..:' LINE 07 COL 03
           FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-FCH-MES >= 01 AND WS-FCH-MES <= 12
               ACCEPT WS-FCH-MES LINE 07 COL 15
               FOREGROUND-COLOR IS 04
               IF WS-FCH-MES < 01 OR WS-FCH-MES > 12
                   MOVE 'MES INVALIDO!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE WS-FCH-ANOMES TO WS-VMF-ANOMES
           PERFORM 8400-VERIFICA-MES-FECHADO
           IF WS-VMF-BLOQ EQUAL 'SIM'
               MOVE 'MES JA FECHADO!' TO WS-STATUSOP
               DISPLAY LB-OPERACAO
           ELSE
               IF WS-QTD-FECH >= 120
                   MOVE 'TABELA DE FECHAMENTOS CHEIA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   DISPLAY 'CONFIRMA O FECHAMENTO DO MES?'-
                   ' [01]SIM [02]NAO'
                   LINE 09 COL 03 FOREGROUND-COLOR IS 05
                   MOVE ZERO TO WS-OPCAO
                   ACCEPT WS-OPCAO LINE 09 COL 50
                   FOREGROUND-COLOR IS 04
                   IF WS-OPCAO EQUAL 01
                       DISPLAY 'FAZER BACKUP ANTES DO FECHAMENTO?'-
                       ' [01]SIM [02]NAO'
                       LINE 10 COL 03 FOREGROUND-COLOR IS 05
                       MOVE ZERO TO WS-OPCAO
                       ACCEPT WS-OPCAO LINE 10 COL 54
                       FOREGROUND-COLOR IS 04
                       IF WS-OPCAO EQUAL 01
                           PERFORM 7810-EXECUTA-BACKUP
                       END-IF
                       MOVE ZERO TO WS-OPCAO
                       PERFORM 7715-GRAVA-FECHAMENTO
                       IF WS-FCH-OK EQUAL 'SIM'
                           PERFORM 7718-PERGUNTA-ARQUIVAMENTO
                           MOVE 'FECHAMENTO CONCLUIDO!' TO WS-STATUSOP
                           DISPLAY LB-OPERACAO
                       ELSE
                           MOVE 'ERRO AO GRAVAR O FECHAMENTO!'
                           TO WS-STATUSOP
                           DISPLAY LB-OPERACAO
                           DISPLAY LB-FILE-ST
                       END-IF
                   ELSE
                       MOVE 'OPERACAO CANCELADA!' TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   END-IF
               END-IF
           END-IF
           MOVE ZERO TO WS-OPCAO.

      *----FECHAMENTO SEM TELA (EXECUCAO EM LOTE): MES EM--------------*
      *----WS-FCH-ANOMES E CORTE DO ARQUIVAMENTO EM WS-FCH-CORTE-------*
      *----(0 = NAO ARQUIVA). MES JA FECHADO NAO E ERRO: SO FAZ O------*
      *----ARQUIVAMENTO PEDIDO, PARA A ETAPA PODER SER REPETIDA--------*
       7706-FECHA-MES-LOTE.
           MOVE 'NAO' TO WS-LOTE-ETAPA-OK
           MOVE WS-FCH-ANOMES TO WS-VMF-ANOMES
           PERFORM 8400-VERIFICA-MES-FECHADO
           EVALUATE TRUE
               WHEN WS-VMF-BLOQ EQUAL 'SIM'
                   MOVE 'SIM' TO WS-FCH-OK
                   MOVE 'MES JA ESTAVA FECHADO' TO WS-STATUSOP
               WHEN WS-QTD-FECH >= 120
                   MOVE 'NAO' TO WS-FCH-OK
                   MOVE 'TABELA DE FECHAMENTOS CHEIA!' TO WS-STATUSOP
               WHEN OTHER
                   PERFORM 7715-GRAVA-FECHAMENTO
                   IF WS-FCH-OK EQUAL 'SIM'
                       MOVE 'FECHAMENTO CONCLUIDO!' TO WS-STATUSOP
                   ELSE
                       MOVE 'ERRO AO GRAVAR O FECHAMENTO!'
                       TO WS-STATUSOP
                   END-IF
           END-EVALUATE
           IF WS-FCH-OK EQUAL 'SIM'
               MOVE 'SIM' TO WS-LOTE-ETAPA-OK
               IF WS-FCH-CORTE > 0
                   PERFORM 7719-ARQUIVA-MOVIMENTOS
                   IF WS-FCH-CORTE > 0
                       MOVE SPACES TO WS-STATUSOP
                       STRING 'FECHADO - ARQUIVADAS R:'
                                               DELIMITED BY SIZE
                              WS-FCH-QTD-ARQ-R DELIMITED BY SIZE
                              ' D:'            DELIMITED BY SIZE
                              WS-FCH-QTD-ARQ-D DELIMITED BY SIZE
                              INTO WS-STATUSOP
                   ELSE
                       MOVE 'NAO' TO WS-LOTE-ETAPA-OK
                   END-IF
               END-IF
           END-IF.

      *----GRAVA O REGISTRO DE FECHAMENTO E OS SALDOS DAS CONTAS---------*
       7715-GRAVA-FECHAMENTO.
           MOVE 'NAO' TO WS-FCH-OK
           MOVE 'FECHAMENTO' TO WS-JRN-OPERACAO
           MOVE 'FECHAM'     TO WS-JRN-ARQUIVO
           MOVE WS-FCH-ANO   TO WS-JRN-CHAVE
           MOVE 'INICIO'     TO WS-JRN-FASE
           PERFORM 9100-GRAVA-JORNAL

           OPEN EXTEND ARQ-FECHAMENTO
           IF WS-FSTATUS = 35
               OPEN OUTPUT ARQ-FECHAMENTO
               CLOSE ARQ-FECHAMENTO
               OPEN EXTEND ARQ-FECHAMENTO
           END-IF
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE 'ERRO'   TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
           ELSE
           MOVE 'SIM' TO WS-FCH-OK
           ACCEPT WS-FCH-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-FCH-ANOMES TO WS-FCH-F-ANOMES
           MOVE WS-FCH-DATA-HOJE TO WS-FCH-F-DATA
           MOVE SPACES TO FCH-REG
           MOVE WS-FCH-REG-F TO FCH-REG
           WRITE FCH-REG

           MOVE ZEROS TO CONT-ID
           MOVE ZERO TO WS-EOF
           START ARQ-CONTAS KEY IS NOT LESS THAN CONT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE WS-FCH-ANOMES TO WS-FCH-S-ANOMES
                       MOVE CONTA-NMBANC  TO WS-FCH-S-CONTA
                       MOVE CONT-ID       TO WS-FCH-S-CONT-ID
                       MOVE CONT-SALD     TO WS-FCH-S-SALDO
                       MOVE SPACES TO FCH-REG
                       MOVE WS-FCH-REG-S TO FCH-REG
                       WRITE FCH-REG
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           CLOSE ARQ-FECHAMENTO
           MOVE ZEROS TO WS-FSTATUS

           ADD 1 TO WS-QTD-FECH
           MOVE WS-FCH-ANOMES TO WS-FECH-MES-FECH(WS-QTD-FECH)

           MOVE 'FIM'        TO WS-JRN-FASE
           PERFORM 9100-GRAVA-JORNAL
           END-IF.

      *----PERGUNTA O CORTE E ARQUIVA OS MOVIMENTOS ANTIGOS--------------*
      *----SO SAO ARQUIVADOS MOVIMENTOS DE MESES JA FECHADOS-------------*
       7718-PERGUNTA-ARQUIVAMENTO.
           MOVE ZEROS TO WS-FCH-CORTE
           DISPLAY 'ARQUIVAR MOVIMENTOS ATE (AAAAMM, 0=NAO):'
           LINE 11 COL 03 FOREGROUND-COLOR IS 05
           ACCEPT WS-FCH-CORTE LINE 11 COL 45
           FOREGROUND-COLOR IS 04
           IF WS-FCH-CORTE > 0
               PERFORM 7719-ARQUIVA-MOVIMENTOS
           END-IF
           IF WS-FCH-CORTE > 0
               DISPLAY 'RECEITAS ARQUIVADAS:' LINE 13 COL 03
               FOREGROUND-COLOR IS 03
               DISPLAY WS-FCH-QTD-ARQ-R LINE 13 COL 25
               FOREGROUND-COLOR IS 04
               DISPLAY 'DESPESAS ARQUIVADAS:' LINE 14 COL 03
               FOREGROUND-COLOR IS 03
               DISPLAY WS-FCH-QTD-ARQ-D LINE 14 COL 25
               FOREGROUND-COLOR IS 04
           END-IF.

      *----ABRE OS HISTORICOS E ARQUIVA ATE O CORTE WS-FCH-CORTE; SE---*
      *----NAO CONSEGUIR ABRIR, ZERA O CORTE E NADA E ARQUIVADO--------*
       7719-ARQUIVA-MOVIMENTOS.
           IF WS-FCH-CORTE > 0
               OPEN EXTEND ARQ-RECEIT-HIST
               IF WS-FSTATUS = 35
                   OPEN OUTPUT ARQ-RECEIT-HIST
                   CLOSE ARQ-RECEIT-HIST
                   OPEN EXTEND ARQ-RECEIT-HIST
               END-IF
               IF WS-FSTATUS NOT EQUAL ZEROS
                   MOVE 'ERRO AO ABRIR O HISTORICO - NAO ARQUIVADO!'
                   TO WS-STATUSOP
                   PERFORM 9710-MOSTRA-OPERACAO
                   MOVE ZEROS TO WS-FSTATUS
                   MOVE ZEROS TO WS-FCH-CORTE
               END-IF
           END-IF
           IF WS-FCH-CORTE > 0
               OPEN EXTEND ARQ-DESP-HIST
               IF WS-FSTATUS = 35
                   OPEN OUTPUT ARQ-DESP-HIST
                   CLOSE ARQ-DESP-HIST
                   OPEN EXTEND ARQ-DESP-HIST
               END-IF
               IF WS-FSTATUS NOT EQUAL ZEROS
                   MOVE 'ERRO AO ABRIR O HISTORICO - NAO ARQUIVADO!'
                   TO WS-STATUSOP
                   PERFORM 9710-MOSTRA-OPERACAO
                   CLOSE ARQ-RECEIT-HIST
                   MOVE ZEROS TO WS-FSTATUS
                   MOVE ZEROS TO WS-FCH-CORTE
               END-IF
           END-IF
           IF WS-FCH-CORTE > 0
               PERFORM 7720-ARQUIVA-RECEITAS
               PERFORM 7725-ARQUIVA-DESPESAS
               CLOSE ARQ-RECEIT-HIST ARQ-DESP-HIST
               MOVE ZEROS TO WS-FSTATUS
           END-IF.

      *----MOVE PARA O HISTORICO AS RECEITAS DE MESES FECHADOS ATE O-----*
      *----CORTE, ROLANDO O VALOR PARA O SALDO INICIAL DA CONTA----------*
       7720-ARQUIVA-RECEITAS.
           MOVE ZEROS TO ARQR-ID
           MOVE ZERO TO WS-EOF
           START ARQ-RECEITAS KEY IS NOT LESS THAN ARQR-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-RECEITAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       COMPUTE WS-FCH-MOV-ANOMES =
                           ARQR-ANO-RECB * 100 + ARQR-MES-RECB
                       MOVE WS-FCH-MOV-ANOMES TO WS-VMF-ANOMES
                       PERFORM 8400-VERIFICA-MES-FECHADO
                       IF WS-FCH-MOV-ANOMES <= WS-FCH-CORTE
                       AND WS-VMF-BLOQ EQUAL 'SIM'
                           MOVE ARQ-REC TO HREC-REG
                           WRITE HREC-REG
                           IF WS-FSTATUS EQUAL ZEROS
                               MOVE ARQR-CONT-ID TO WS-AJS-CONT-ID-ANT
                               MOVE ARQR-VAL   TO WS-AJS-VALOR-ANT
                               MOVE ARQR-VAL-BRL TO WS-AJS-VALBRL-ANT
                               DELETE ARQ-RECEITAS
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                               PERFORM 7731-ROLA-SALDO-INI-RECEITA
                               ADD 1 TO WS-FCH-QTD-ARQ-R
                           ELSE
                               MOVE ZEROS TO WS-FSTATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----MOVE PARA O HISTORICO AS DESPESAS PAGAS EM MESES FECHADOS-----*
      *----ATE O CORTE (PELO MES DO PAGAMENTO), ROLANDO O VALOR PARA-----*
      *----O SALDO INICIAL DA CONTA. DESPESAS EM ABERTO PERMANECEM-------*
      *----NO ARQUIVO VIVO PARA O CONTAS A PAGAR-------------------------*
       7725-ARQUIVA-DESPESAS.
           MOVE ZEROS TO ARQD-ID
           MOVE ZERO TO WS-EOF
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-DESPESAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       COMPUTE WS-FCH-MOV-ANOMES =
                           ARQD-ANO-PAG * 100 + ARQD-MES-PAG
                       MOVE WS-FCH-MOV-ANOMES TO WS-VMF-ANOMES
                       PERFORM 8400-VERIFICA-MES-FECHADO
                       IF ARQD-DAT-PAG NOT EQUAL ZEROS
                       AND WS-FCH-MOV-ANOMES <= WS-FCH-CORTE
                       AND WS-VMF-BLOQ EQUAL 'SIM'
                           MOVE ARQ-DESP TO HDSP-REG
                           WRITE HDSP-REG
                           IF WS-FSTATUS EQUAL ZEROS
                               MOVE ARQD-CONT-ID TO WS-AJS-CONT-ID-ANT
                               MOVE ARQD-VAL   TO WS-AJS-VALOR-ANT
                               MOVE ARQD-VAL-BRL TO WS-AJS-VALBRL-ANT
                               DELETE ARQ-DESPESAS
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                               PERFORM 7732-ROLA-SALDO-INI-DESPESA
                               ADD 1 TO WS-FCH-QTD-ARQ-D
                           ELSE
                               MOVE ZEROS TO WS-FSTATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----SOMA AO SALDO INICIAL DA CONTA O VALOR DE UMA RECEITA---------*
      *----ARQUIVADA (ESPERA WS-AJS-CONT-ID-ANT/WS-AJS-VALOR-ANT E-----*
      *----WS-AJS-VALBRL-ANT, O MESMO VALOR EM R$)---------------------*
       7731-ROLA-SALDO-INI-RECEITA.
           MOVE 'NAO' TO WS-SALDO-ACHOU
           MOVE ZEROS TO CONT-ID
           MOVE ZERO TO WS-EOF
           START ARQ-CONTAS KEY IS NOT LESS THAN CONT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1 OR WS-SALDO-ACHOU EQUAL 'SIM'
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CONT-ID EQUAL WS-AJS-CONT-ID-ANT
                           ADD WS-AJS-VALOR-ANT TO CONT-SALD-INI
                           ADD WS-AJS-VALBRL-ANT TO CONT-SALD-INI-BRL
                           REWRITE CONT-SLV
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 'SIM' TO WS-SALDO-ACHOU
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           IF WS-SALDO-ACHOU NOT EQUAL 'SIM'
               MOVE 'CONTA NAO ENCONTRADA/NAO ATUALIZADA -'-
               ' SALDO DIVERGENTE!' TO WS-STATUSOP
               PERFORM 9710-MOSTRA-OPERACAO
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----SUBTRAI DO SALDO INICIAL DA CONTA O VALOR DE UMA DESPESA------*
      *----ARQUIVADA (ESPERA WS-AJS-CONT-ID-ANT/WS-AJS-VALOR-ANT E-----*
      *----WS-AJS-VALBRL-ANT, O MESMO VALOR EM R$)---------------------*
       7732-ROLA-SALDO-INI-DESPESA.
           MOVE 'NAO' TO WS-SALDO-ACHOU
           MOVE ZEROS TO CONT-ID
           MOVE ZERO TO WS-EOF
           START ARQ-CONTAS KEY IS NOT LESS THAN CONT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1 OR WS-SALDO-ACHOU EQUAL 'SIM'
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CONT-ID EQUAL WS-AJS-CONT-ID-ANT
                           SUBTRACT WS-AJS-VALOR-ANT
                           FROM CONT-SALD-INI
                           SUBTRACT WS-AJS-VALBRL-ANT
                           FROM CONT-SALD-INI-BRL
                           REWRITE CONT-SLV
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 'SIM' TO WS-SALDO-ACHOU
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           IF WS-SALDO-ACHOU NOT EQUAL 'SIM'
               MOVE 'CONTA NAO ENCONTRADA/NAO ATUALIZADA -'-
               ' SALDO DIVERGENTE!' TO WS-STATUSOP
               PERFORM 9710-MOSTRA-OPERACAO
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----CARREGA A TABELA DE MESES FECHADOS A PARTIR DO Fecham.txt-----*
       7710-CARREGA-FECHAMENTOS.
           MOVE ZEROS TO WS-QTD-FECH
           OPEN INPUT ARQ-FECHAMENTO
           IF WS-FSTATUS EQUAL ZEROS
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-QTD-FECH = 120
                   READ ARQ-FECHAMENTO
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE FCH-REG TO WS-FCH-LIDA
                           IF WS-FCH-LIDA-TIPO EQUAL 'F'
                               ADD 1 TO WS-QTD-FECH
                               MOVE WS-FCH-LIDA-ANOMES
                               TO WS-FECH-MES-FECH(WS-QTD-FECH)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FECHAMENTO
           END-IF
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS.

      *----ENTRADA DO FILTRO DA LOCALIZACAO DE LANCAMENTOS---------------*
      *----DEVOLVE WS-LOC-MODO E O CAMPO DE FILTRO CORRESPONDENTE--------*
       8510-ENTRADA-FILTRO-LOCALIZA.
           MOVE ZEROS TO WS-LOC-MODO
           DISPLAY 'BUSCAR POR: [01]DESCRICAO [02]CONTA'-
           ' [03]TIPO [04]FAIXA DE VALOR [99]VOLTAR'
           LINE 05 COL 03 FOREGROUND-COLOR IS 05
           PERFORM UNTIL (WS-LOC-MODO >= 01 AND WS-LOC-MODO <= 04)
           OR WS-LOC-MODO = 99
               ACCEPT WS-LOC-MODO LINE 06 COL 03
               FOREGROUND-COLOR IS 04
               IF (WS-LOC-MODO < 01 OR WS-LOC-MODO > 04)
               AND WS-LOC-MODO NOT = 99
                   MOVE 'OPCAO INVALIDA!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           EVALUATE WS-LOC-MODO
           WHEN 01
               MOVE SPACES TO WS-LOC-DESC
               MOVE ZEROS TO WS-LOC-TAM
               DISPLAY 'TRECHO DA DESCRICAO:' LINE 07 COL 03
               FOREGROUND-COLOR IS 05
               PERFORM UNTIL WS-LOC-TAM > 0
                   ACCEPT WS-LOC-DESC LINE 07 COL 25
                   FOREGROUND-COLOR IS 04
                   PERFORM 8520-TAMANHO-FRAGMENTO
                   IF WS-LOC-TAM = 0
                       MOVE 'INFORME UM TRECHO DA DESCRICAO!'
                       TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   END-IF
               END-PERFORM
           WHEN 02
               MOVE ZEROS TO WS-LOC-CONT-ID
               DISPLAY 'CONTA (CONT-ID):' LINE 07 COL 03
               FOREGROUND-COLOR IS 05
               ACCEPT WS-LOC-CONT-ID LINE 07 COL 20
               FOREGROUND-COLOR IS 04
           WHEN 03
               MOVE ZEROS TO WS-LOC-TIPO
               DISPLAY 'TIPO (01-99):' LINE 07 COL 03
               FOREGROUND-COLOR IS 05
               PERFORM UNTIL WS-LOC-TIPO >= 01 AND WS-LOC-TIPO <= 99
                   ACCEPT WS-LOC-TIPO LINE 07 COL 18
                   FOREGROUND-COLOR IS 04
                   IF WS-LOC-TIPO < 01 OR WS-LOC-TIPO > 99
                       MOVE 'OPCAO INVALIDA!' TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   END-IF
               END-PERFORM
           WHEN 04
               MOVE ZEROS TO WS-LOC-VAL-INI
               MOVE ZEROS TO WS-LOC-VAL-FIM
               DISPLAY 'VALOR DE..:' LINE 07 COL 03
               FOREGROUND-COLOR IS 05
               ACCEPT WS-LOC-VAL-INI LINE 07 COL 15
               FOREGROUND-COLOR IS 04
               DISPLAY 'VALOR ATE.:' LINE 07 COL 28
               FOREGROUND-COLOR IS 05
               ACCEPT WS-LOC-VAL-FIM LINE 07 COL 40
               FOREGROUND-COLOR IS 04
               PERFORM UNTIL WS-LOC-VAL-FIM >= WS-LOC-VAL-INI
                   MOVE 'VALOR FINAL MENOR QUE O INICIAL!'
                   TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
                   ACCEPT WS-LOC-VAL-FIM LINE 07 COL 40
                   FOREGROUND-COLOR IS 04
               END-PERFORM
           END-EVALUATE.

      *----CALCULA O TAMANHO UTIL DO TRECHO EM WS-LOC-DESC---------------*
       8520-TAMANHO-FRAGMENTO.
           MOVE ZEROS TO WS-LOC-TAM
           MOVE 15 TO WS-LOC-IDX
           PERFORM UNTIL WS-LOC-IDX = 0 OR WS-LOC-TAM > 0
               IF WS-LOC-DESC(WS-LOC-IDX:1) NOT EQUAL SPACE
                   MOVE WS-LOC-IDX TO WS-LOC-TAM
               ELSE
                   SUBTRACT 1 FROM WS-LOC-IDX
               END-IF
           END-PERFORM.

      *----TESTA SE O TRECHO WS-LOC-DESC(1:TAM) OCORRE EM WS-LOC-ALVO----*
       8500-TESTA-FRAGMENTO.
           MOVE 'NAO' TO WS-LOC-CASA
           MOVE 1 TO WS-LOC-IDX
           PERFORM UNTIL WS-LOC-CASA EQUAL 'SIM'
           OR WS-LOC-IDX > 16 - WS-LOC-TAM
               IF WS-LOC-ALVO(WS-LOC-IDX:WS-LOC-TAM)
               EQUAL WS-LOC-DESC(1:WS-LOC-TAM)
                   MOVE 'SIM' TO WS-LOC-CASA
               ELSE
                   ADD 1 TO WS-LOC-IDX
               END-IF
           END-PERFORM.

      *----VERIFICA SE O MES EM WS-VMF-ANOMES ESTA FECHADO---------------*
       8400-VERIFICA-MES-FECHADO.
           MOVE 'NAO' TO WS-VMF-BLOQ
           MOVE 1 TO WS-VMF-IDX
           PERFORM UNTIL WS-VMF-IDX > WS-QTD-FECH
               IF WS-FECH-MES-FECH(WS-VMF-IDX) = WS-VMF-ANOMES
                   MOVE 'SIM' TO WS-VMF-BLOQ
                   MOVE WS-QTD-FECH TO WS-VMF-IDX
               END-IF
               ADD 1 TO WS-VMF-IDX
           END-PERFORM.

      *---------AREA RESERVADA PARA A IMPORTACAO DE EXTRATO---------------*
      *----LE O Import.txt, VALIDA CADA LINHA E GRAVA AS BOAS EM----------*
      *----ARQ-RECEITAS/ARQ-DESPESAS; AS RUINS VAO PARA O Rejeit.txt------*
      *----COM UM CODIGO DE MOTIVO:---------------------------------------*
      *----001=DATA  002=VALOR  003=CONTA  004=TIPO  005=NATUREZA---------*
      *----006=ERRO DE GRAVACAO  007=SALDO INSUFICIENTE  008=MES FECHADO--*
      *----009=CONTA AMBIGUA (NOME DE MAIS DE UMA CONTA)---------------*
      *----A CONTA VEM PELO CONT-ID (4 DIGITOS) OU PELO NOME, QUE DEVE-*
      *----SER DE UMA UNICA CONTA--------------------------------------*
       7500-IMPORTA-EXTRATO.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'IMPORTAR EXTRATO' TO WS-PAG
           DISPLAY LB-CABECALHO

           DISPLAY 'LENDO O ARQUIVO Import.txt...' LINE 06 COL 03
           FOREGROUND-COLOR IS 05
           PERFORM 7505-PROCESSA-IMPORTACAO
           IF WS-LOTE-ETAPA-OK EQUAL 'SIM'
               DISPLAY 'LINHAS LIDAS.....:' LINE 08 COL 03
               FOREGROUND-COLOR IS 03
               DISPLAY WS-IMP-QTD-LIDAS LINE 08 COL 23
               FOREGROUND-COLOR IS 04
               DISPLAY 'ACEITAS..........:' LINE 09 COL 03
               FOREGROUND-COLOR IS 03
               DISPLAY WS-IMP-QTD-ACEITAS LINE 09 COL 23
               FOREGROUND-COLOR IS 02
               DISPLAY 'REJEITADAS.......:' LINE 10 COL 03
               FOREGROUND-COLOR IS 03
               DISPLAY WS-IMP-QTD-REJEIT LINE 10 COL 23
               FOREGROUND-COLOR IS 06
               DISPLAY 'REJEITADAS VAO PARA Rejeit.txt COM O MOTIVO:'
               LINE 12 COL 03 FOREGROUND-COLOR IS 03
               DISPLAY '001=DATA 002=VALOR 003=CONTA 004=TIPO'
               LINE 13 COL 03 FOREGROUND-COLOR IS 03
               DISPLAY '005=NATUREZA 006=GRAVACAO 007=SALDO'-
               ' 008=MES FECHADO'
               LINE 14 COL 03 FOREGROUND-COLOR IS 03
               DISPLAY '009=CONTA AMBIGUA'
               LINE 15 COL 03 FOREGROUND-COLOR IS 03
           END-IF
           DISPLAY LB-OPERACAO
           DISPLAY 'TECLE <ENTER> PARA VOLTAR AO MENU'
           LINE 05 COL 45 FOREGROUND-COLOR IS 05
           MOVE SPACE TO WS-TESTE
           ACCEPT WS-TESTE LINE 05 COL 78
           MOVE SPACES TO WS-PAG
           MOVE 'MENU PRINCIPAL' TO WS-PAG
           DISPLAY LB-CABECALHO
           DISPLAY LB-MENU.

      *----NUCLEO DA IMPORTACAO (SEM TELA), USADO PELA OPCAO DO MENU E-*
      *----PELA EXECUCAO EM LOTE; WS-LOTE-ETAPA-OK = 'SIM' SE O--------*
      *----Import.txt FOI PROCESSADO (MESMO COM LINHAS REJEITADAS)-----*
       7505-PROCESSA-IMPORTACAO.
           MOVE 'NAO' TO WS-LOTE-ETAPA-OK
           MOVE ZEROS TO WS-IMP-QTD-LIDAS
           MOVE ZEROS TO WS-IMP-QTD-ACEITAS
           MOVE ZEROS TO WS-IMP-QTD-REJEIT
           MOVE 'NAO' TO WS-REJ-OK
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-IMPORTA
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE 'ARQUIVO Import.txt NAO ENCONTRADO!'
               TO WS-STATUSOP
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               OPEN EXTEND ARQ-REJEITO
               IF WS-FSTATUS = 35
                   OPEN OUTPUT ARQ-REJEITO
                   CLOSE ARQ-REJEITO
                   OPEN EXTEND ARQ-REJEITO
               END-IF
               IF WS-FSTATUS NOT EQUAL ZEROS
                   MOVE 'NAO' TO WS-REJ-OK
                   CLOSE ARQ-IMPORTA
                   MOVE 'ERRO AO ABRIR Rejeit.txt - CANCELADA!'
                   TO WS-STATUSOP
                   MOVE ZEROS TO WS-FSTATUS
               ELSE
                   MOVE 'SIM' TO WS-REJ-OK
               END-IF
           END-IF

           IF WS-REJ-OK EQUAL 'SIM'
               PERFORM 1012-PROXIMO-ID-RECEITA
               PERFORM 2012-PROXIMO-ID-DESPESA
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-IMPORTA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-IMP-QTD-LIDAS
                           PERFORM 7510-PROCESSA-LINHA-IMPORT
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-IMPORTA ARQ-REJEITO
               OPEN OUTPUT ARQ-IMPORTA
               CLOSE ARQ-IMPORTA
               MOVE ZEROS TO WS-FSTATUS
               MOVE 'IMPORTACAO CONCLUIDA!' TO WS-STATUSOP
               MOVE 'SIM' TO WS-LOTE-ETAPA-OK
           END-IF.

      *----VALIDA E GRAVA UMA LINHA DO ARQUIVO DE IMPORTACAO-------------*
       7510-PROCESSA-LINHA-IMPORT.
           MOVE IMP-LINHA TO WS-IMP-REG
           MOVE SPACES TO WS-IMP-MOTIVO

           EVALUATE TRUE
           WHEN WS-IMP-NAT NOT = 'R' AND 'D'
               MOVE '005' TO WS-IMP-MOTIVO
           WHEN WS-IMP-VAL NOT NUMERIC
               MOVE '002' TO WS-IMP-MOTIVO
           WHEN WS-IMP-VAL = ZEROS
               MOVE '002' TO WS-IMP-MOTIVO
           WHEN WS-IMP-DATA NOT NUMERIC
               MOVE '001' TO WS-IMP-MOTIVO
           WHEN WS-IMP-TIPO NOT NUMERIC
               MOVE '004' TO WS-IMP-MOTIVO
           END-EVALUATE

           IF WS-IMP-MOTIVO EQUAL SPACES
               MOVE WS-IMP-NAT  TO WS-VT-NAT
               MOVE WS-IMP-TIPO TO WS-VT-TIPO
               PERFORM 8150-VALIDA-TIPO-MOVIMENTO
               IF WS-VT-ACHOU NOT EQUAL 'SIM'
                   MOVE '004' TO WS-IMP-MOTIVO
               END-IF
           END-IF

           IF WS-IMP-MOTIVO EQUAL SPACES
               PERFORM 8300-VALIDA-DATA-IMPORT
               IF WS-IMP-OK NOT EQUAL 'OK'
                   MOVE '001' TO WS-IMP-MOTIVO
               END-IF
           END-IF

           IF WS-IMP-MOTIVO EQUAL SPACES
               COMPUTE WS-VMF-ANOMES =
                   WS-IMP-ANO * 100 + WS-IMP-MES
               PERFORM 8400-VERIFICA-MES-FECHADO
               IF WS-VMF-BLOQ EQUAL 'SIM'
                   MOVE '008' TO WS-IMP-MOTIVO
               END-IF
           END-IF

           IF WS-IMP-MOTIVO EQUAL SPACES
               IF WS-IMP-CONTA(1:4) IS NUMERIC
               AND WS-IMP-CONTA(5:21) EQUAL SPACES
                   MOVE WS-IMP-CONTA(1:4) TO WS-VC-CONT-ID
                   PERFORM 8140-VALIDA-CONTA-MOVIMENTO
               ELSE
                   MOVE WS-IMP-CONTA TO WS-VC-CONTA
                   PERFORM 8145-LOCALIZA-CONTA-NOME
                   IF WS-VC-ACHOU EQUAL 'SIM'
                       PERFORM 8140-VALIDA-CONTA-MOVIMENTO
                   END-IF
               END-IF
               EVALUATE TRUE
               WHEN WS-VC-ACHOU EQUAL 'DUP'
                   MOVE '009' TO WS-IMP-MOTIVO
               WHEN WS-VC-ACHOU NOT EQUAL 'SIM'
                   MOVE '003' TO WS-IMP-MOTIVO
               WHEN OTHER
                   IF WS-IMP-NAT EQUAL 'D'
                   AND WS-IMP-VAL > WS-VC-SALDO
                   AND WS-VC-TIPO NOT EQUAL 02
                   AND WS-VC-TIPO NOT EQUAL 04
                       MOVE '007' TO WS-IMP-MOTIVO
                   END-IF
               END-EVALUATE
           END-IF

           IF WS-IMP-MOTIVO EQUAL SPACES
               IF WS-IMP-NAT EQUAL 'R'
                   PERFORM 7520-IMPORTA-RECEITA
               ELSE
                   PERFORM 7530-IMPORTA-DESPESA
               END-IF
           END-IF

           IF WS-IMP-MOTIVO EQUAL SPACES
               ADD 1 TO WS-IMP-QTD-ACEITAS
           ELSE
               PERFORM 7540-REJEITA-LINHA
           END-IF.

      *----GRAVA UMA RECEITA IMPORTADA E CREDITA O SALDO DA CONTA--------*
       7520-IMPORTA-RECEITA.
           MOVE TAB-RECEITAS   TO ARQ-REC
           MOVE SPACES         TO ARQR-DOC
           MOVE WS-CONT-01     TO ARQR-ID
           MOVE WS-IMP-VAL     TO ARQR-VAL
           MOVE WS-IMP-DIA     TO ARQR-DIA-RECB
           MOVE WS-IMP-MES     TO ARQR-MES-RECB
           MOVE WS-IMP-ANO     TO ARQR-ANO-RECB
           MOVE WS-IMP-DIA     TO ARQR-DIA-ESP
           MOVE WS-IMP-MES     TO ARQR-MES-ESP
           MOVE WS-IMP-ANO     TO ARQR-ANO-ESP
           MOVE WS-IMP-DESC    TO ARQR-DESC
           MOVE WS-VC-CONTA    TO ARQR-CONTA
           MOVE WS-VC-CONT-ID  TO ARQR-CONT-ID
           MOVE WS-IMP-TIPO    TO ARQR-TIPO
           MOVE 'IMPORTACAO'   TO WS-JRN-OPERACAO
           MOVE 'RECEITAS'     TO WS-JRN-ARQUIVO
           MOVE ARQR-ID        TO WS-JRN-CHAVE
           MOVE 'INICIO'       TO WS-JRN-FASE
           PERFORM 9100-GRAVA-JORNAL
           PERFORM 8185-CONVERTE-RECEITA
           WRITE ARQ-REC
               INVALID KEY
                   MOVE 99 TO WS-FSTATUS
           END-WRITE
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE '006' TO WS-IMP-MOTIVO
               MOVE 'ERRO'     TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               ADD 1 TO WS-CONT-01
               PERFORM 8100-ATUALIZA-SALDO-RECEITA
               MOVE 'FIM'      TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
           END-IF.

      *----GRAVA UMA DESPESA IMPORTADA (JA PAGA) E DEBITA O SALDO--------*
       7530-IMPORTA-DESPESA.
           MOVE TAB-DESPESAS   TO ARQ-DESP
           MOVE SPACES         TO ARQD-DOC
           MOVE WS-CONT-01-D   TO ARQD-ID
           MOVE WS-IMP-VAL     TO ARQD-VAL
           MOVE WS-IMP-DIA     TO ARQD-DIA-VENC
           MOVE WS-IMP-MES     TO ARQD-MES-VENC
           MOVE WS-IMP-ANO     TO ARQD-ANO-VENC
           MOVE WS-IMP-DIA     TO ARQD-DIA-PAG
           MOVE WS-IMP-MES     TO ARQD-MES-PAG
           MOVE WS-IMP-ANO     TO ARQD-ANO-PAG
           MOVE WS-IMP-DESC    TO ARQD-DESC
           MOVE WS-VC-CONTA    TO ARQD-CONTA
           MOVE WS-VC-CONT-ID  TO ARQD-CONT-ID
           MOVE WS-IMP-TIPO    TO ARQD-TIPO
           MOVE 'IMPORTACAO'   TO WS-JRN-OPERACAO
           MOVE 'DESPESAS'     TO WS-JRN-ARQUIVO
           MOVE ARQD-ID        TO WS-JRN-CHAVE
           MOVE 'INICIO'       TO WS-JRN-FASE
           PERFORM 9100-GRAVA-JORNAL
           PERFORM 8186-CONVERTE-DESPESA
           WRITE ARQ-DESP
               INVALID KEY
                   MOVE 99 TO WS-FSTATUS
           END-WRITE
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE '006' TO WS-IMP-MOTIVO
               MOVE 'ERRO'     TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               ADD 1 TO WS-CONT-01-D
               PERFORM 8110-ATUALIZA-SALDO-DESPESA
               MOVE 'FIM'      TO WS-JRN-FASE
               PERFORM 9100-GRAVA-JORNAL
           END-IF.

      *----GRAVA A LINHA REJEITADA COM O CODIGO DO MOTIVO----------------*
       7540-REJEITA-LINHA.
           ADD 1 TO WS-IMP-QTD-REJEIT
           MOVE WS-IMP-MOTIVO TO WS-REJ-MOTIVO
           MOVE IMP-LINHA     TO WS-REJ-CONTEUDO
           MOVE WS-REJ-REG    TO REJ-LINHA
           WRITE REJ-LINHA.

      *----VALIDACAO (NAO INTERATIVA) DA DATA DE UMA LINHA IMPORTADA-----*
      *----ESPERA WS-IMP-DIA/MES/ANO; DEVOLVE WS-IMP-OK 'OK'/'NO'--------*
       8300-VALIDA-DATA-IMPORT.
           MOVE 'NO' TO WS-IMP-OK
           IF WS-IMP-ANO < 2000
           OR WS-IMP-MES < 01 OR WS-IMP-MES > 12
               CONTINUE
           ELSE
               MOVE 00 TO WS-ANO-100
               MOVE 99 TO WS-ANO-004
               MOVE 00 TO WS-ANO-X
               DIVIDE 100 INTO WS-IMP-ANO
               GIVING WS-ANO-X
               REMAINDER WS-ANO-100
               DIVIDE 004 INTO WS-IMP-ANO
               GIVING WS-ANO-X
               REMAINDER WS-ANO-004
               EVALUATE TRUE
               WHEN WS-IMP-MES = 01 OR 03 OR 05 OR 07 OR 08
               OR 10 OR 12
                   MOVE 31 TO WS-DIA-QTD
               WHEN WS-IMP-MES = 04 OR 06 OR 09 OR 11
                   MOVE 30 TO WS-DIA-QTD
               WHEN WS-ANO-100 NOT EQUAL 0 AND WS-ANO-004 = 0
                   MOVE 29 TO WS-DIA-QTD
               WHEN OTHER
                   MOVE 28 TO WS-DIA-QTD
               END-EVALUATE
               IF WS-IMP-DIA >= 01 AND WS-IMP-DIA <= WS-DIA-QTD
                   MOVE 'OK' TO WS-IMP-OK
               END-IF
           END-IF.

      *---------AREA RESERVADA PARA O RELATORIO ANUAL CONSOLIDADO----------*
      *----PACOTE DE FIM DE ANO: RECEITAS POR TIPO, DESPESAS PAGAS--------*
      *----POR TIPO E SALDO DE CADA CONTA EM 31/12 (DO Fecham.txt),-------*
      *----SEMPRE COM A COLUNA DE COMPARACAO CONTRA O ANO ANTERIOR--------*
       7900-RELATORIO-ANUAL.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'RELATORIO ANUAL' TO WS-PAG
           DISPLAY LB-CABECALHO

           MOVE ZEROS TO WS-RAN-ANO
           DISPLAY 'ANO (AAAA):' LINE 06 COL 03
           FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-RAN-ANO >= 2000
               ACCEPT WS-RAN-ANO LINE 06 COL 15
               FOREGROUND-COLOR IS 04
               IF WS-RAN-ANO < 2000
                   MOVE 'ANO DEVE SER SUPERIOR A 2000' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   MOVE SPACES TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM
           COMPUTE WS-RAN-ANO-ANT = WS-RAN-ANO - 1
           COMPUTE WS-RAN-ANOMES-DEZ = WS-RAN-ANO * 100 + 12
           COMPUTE WS-RAN-ANOMES-DEZ-A = WS-RAN-ANO-ANT * 100 + 12

           MOVE ZEROS TO WS-RAN-REC-ATU
           MOVE ZEROS TO WS-RAN-REC-ANT
           MOVE ZEROS TO WS-RAN-DSP-ATU
           MOVE ZEROS TO WS-RAN-DSP-ANT
           MOVE ZEROS TO WS-RAN-TOT-REC-A
           MOVE ZEROS TO WS-RAN-TOT-REC-P
           MOVE ZEROS TO WS-RAN-TOT-DSP-A
           MOVE ZEROS TO WS-RAN-TOT-DSP-P
           MOVE ZEROS TO WS-RAN-QTD-CTA

           PERFORM 7910-VARRE-RECEITAS-ANUAL
           PERFORM 7915-VARRE-DESPESAS-ANUAL
           PERFORM 7920-CARREGA-SALDOS-DEZ
           PERFORM 7930-EMITE-RELATORIO-ANUAL

           DISPLAY 'RECEITAS DO ANO.: R$' LINE 08 COL 03
           FOREGROUND-COLOR IS 05
           MOVE WS-RAN-TOT-REC-A TO WS-ED-TOTAL
           DISPLAY WS-ED-TOTAL LINE 08 COL 24
           FOREGROUND-COLOR IS 04
           DISPLAY 'DESPESAS PAGAS..: R$' LINE 09 COL 03
           FOREGROUND-COLOR IS 05
           MOVE WS-RAN-TOT-DSP-A TO WS-ED-TOTAL
           DISPLAY WS-ED-TOTAL LINE 09 COL 24
           FOREGROUND-COLOR IS 04
           COMPUTE WS-RAN-RESULT-A =
               WS-RAN-TOT-REC-A - WS-RAN-TOT-DSP-A
           DISPLAY 'RESULTADO DO ANO: R$' LINE 10 COL 03
           FOREGROUND-COLOR IS 05
           MOVE WS-RAN-RESULT-A TO WS-ED-SALDO-G
           DISPLAY WS-ED-SALDO-G LINE 10 COL 24
           FOREGROUND-COLOR IS 04

           IF WS-REL-OK EQUAL 'SIM'
               MOVE 'RELATORIO COMPLETO GRAVADO EM Relat.txt'
               TO WS-STATUSOP
           ELSE
               MOVE 'ERRO AO GRAVAR O RELATORIO!' TO WS-STATUSOP
           END-IF
           DISPLAY LB-OPERACAO.

      *----SOMA UMA RECEITA NOS TOTAIS DO ANO/ANO ANTERIOR----------------*
      *----ESPERA WS-RAN-W-ANO/TIPO/VAL------------------------------------*
       7905-ACUMULA-RECEITA-ANUAL.
           IF WS-RAN-W-ANO EQUAL WS-RAN-ANO
               ADD WS-RAN-W-VAL TO WS-RAN-TOT-REC-A
               MOVE 1 TO WS-TIPO-IDX2
               PERFORM UNTIL WS-TIPO-IDX2 > WS-QTD-TIPOS-R
                   IF WS-TIPO-R-COD(WS-TIPO-IDX2) = WS-RAN-W-TIPO
                       ADD WS-RAN-W-VAL
                       TO WS-RAN-REC-TIPO-A(WS-TIPO-IDX2)
                       MOVE WS-QTD-TIPOS-R TO WS-TIPO-IDX2
                   END-IF
                   ADD 1 TO WS-TIPO-IDX2
               END-PERFORM
           END-IF
           IF WS-RAN-W-ANO EQUAL WS-RAN-ANO-ANT
               ADD WS-RAN-W-VAL TO WS-RAN-TOT-REC-P
               MOVE 1 TO WS-TIPO-IDX2
               PERFORM UNTIL WS-TIPO-IDX2 > WS-QTD-TIPOS-R
                   IF WS-TIPO-R-COD(WS-TIPO-IDX2) = WS-RAN-W-TIPO
                       ADD WS-RAN-W-VAL
                       TO WS-RAN-REC-TIPO-P(WS-TIPO-IDX2)
                       MOVE WS-QTD-TIPOS-R TO WS-TIPO-IDX2
                   END-IF
                   ADD 1 TO WS-TIPO-IDX2
               END-PERFORM
           END-IF.

      *----SOMA UMA DESPESA PAGA NOS TOTAIS DO ANO/ANO ANTERIOR-----------*
       7906-ACUMULA-DESPESA-ANUAL.
           IF WS-RAN-W-ANO EQUAL WS-RAN-ANO
               ADD WS-RAN-W-VAL TO WS-RAN-TOT-DSP-A
               MOVE 1 TO WS-TIPO-IDX2
               PERFORM UNTIL WS-TIPO-IDX2 > WS-QTD-TIPOS-D
                   IF WS-TIPO-D-COD(WS-TIPO-IDX2) = WS-RAN-W-TIPO
                       ADD WS-RAN-W-VAL
                       TO WS-RAN-DSP-TIPO-A(WS-TIPO-IDX2)
                       MOVE WS-QTD-TIPOS-D TO WS-TIPO-IDX2
                   END-IF
                   ADD 1 TO WS-TIPO-IDX2
               END-PERFORM
           END-IF
           IF WS-RAN-W-ANO EQUAL WS-RAN-ANO-ANT
               ADD WS-RAN-W-VAL TO WS-RAN-TOT-DSP-P
               MOVE 1 TO WS-TIPO-IDX2
               PERFORM UNTIL WS-TIPO-IDX2 > WS-QTD-TIPOS-D
                   IF WS-TIPO-D-COD(WS-TIPO-IDX2) = WS-RAN-W-TIPO
                       ADD WS-RAN-W-VAL
                       TO WS-RAN-DSP-TIPO-P(WS-TIPO-IDX2)
                       MOVE WS-QTD-TIPOS-D TO WS-TIPO-IDX2
                   END-IF
                   ADD 1 TO WS-TIPO-IDX2
               END-PERFORM
           END-IF.

      *----ACUMULA CADA LINHA DO RATEIO DA DESPESA EM WS-RAT-DESP-*----*
       7907-ACUMULA-RATEIO-ANUAL.
           PERFORM 2045-APURA-RATEIO-DESPESA
           MOVE 1 TO WS-RAT-IDX
           PERFORM UNTIL WS-RAT-IDX > WS-RAT-QTD
               MOVE WS-RAT-L-TIPO(WS-RAT-IDX) TO WS-RAN-W-TIPO
               MOVE WS-RAT-L-BRL(WS-RAT-IDX)  TO WS-RAN-W-VAL
               PERFORM 7906-ACUMULA-DESPESA-ANUAL
               ADD 1 TO WS-RAT-IDX
           END-PERFORM.

      *----VARRE AS RECEITAS VIVAS E AS DO HISTORICO-----------------------*
       7910-VARRE-RECEITAS-ANUAL.
           MOVE ZEROS TO ARQR-ID
           MOVE ZERO TO WS-EOF
           START ARQ-RECEITAS KEY IS NOT LESS THAN ARQR-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-RECEITAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE ARQR-ANO-RECB TO WS-RAN-W-ANO
                       MOVE ARQR-TIPO     TO WS-RAN-W-TIPO
                       MOVE ARQR-VAL-BRL  TO WS-RAN-W-VAL
                       PERFORM 7905-ACUMULA-RECEITA-ANUAL
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS

           OPEN INPUT ARQ-RECEIT-HIST
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-RECEIT-HIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE HRC-ANO-RECB TO WS-RAN-W-ANO
                           MOVE HRC-TIPO     TO WS-RAN-W-TIPO
                           MOVE HRC-VAL-BRL  TO WS-RAN-W-VAL
                           PERFORM 7905-ACUMULA-RECEITA-ANUAL
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-RECEIT-HIST
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----VARRE AS DESPESAS PAGAS (VIVAS E DO HISTORICO)------------------*
       7915-VARRE-DESPESAS-ANUAL.
           MOVE ZEROS TO ARQD-ID
           MOVE ZERO TO WS-EOF
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ARQ-DESPESAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQD-DAT-PAG NOT EQUAL ZEROS
                           MOVE ARQD-ANO-PAG TO WS-RAN-W-ANO
                           MOVE ARQD-ID      TO WS-RAT-DESP-ID
                           MOVE ARQD-VAL     TO WS-RAT-DESP-VAL
                           MOVE ARQD-VAL-BRL TO WS-RAT-DESP-BRL
                           MOVE ARQD-TIPO    TO WS-RAT-DESP-TIPO
                           PERFORM 7907-ACUMULA-RATEIO-ANUAL
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
           MOVE ZEROS TO WS-FSTATUS

           OPEN INPUT ARQ-DESP-HIST
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-DESP-HIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF HDP-DAT-PAG NOT EQUAL ZEROS
                               MOVE HDP-ANO-PAG TO WS-RAN-W-ANO
                               MOVE HDP-ID      TO WS-RAT-DESP-ID
                               MOVE HDP-VAL     TO WS-RAT-DESP-VAL
                               MOVE HDP-VAL-BRL TO WS-RAT-DESP-BRL
                               MOVE HDP-TIPO    TO WS-RAT-DESP-TIPO
                               PERFORM 7907-ACUMULA-RATEIO-ANUAL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-DESP-HIST
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----CARREGA OS SALDOS DE 31/12 (REGISTROS 'S' DO Fecham.txt)--------*
       7920-CARREGA-SALDOS-DEZ.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-FECHAMENTO
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-FECHAMENTO
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE FCH-REG TO WS-RAN-S-LIDA
                           IF WS-RAN-S-TIPO EQUAL 'S'
                               IF WS-RAN-S-ANOMES
                               EQUAL WS-RAN-ANOMES-DEZ
                                   MOVE 'A' TO WS-RAN-W-COL
                                   PERFORM 7925-GUARDA-SALDO-CONTA
                               END-IF
                               IF WS-RAN-S-ANOMES
                               EQUAL WS-RAN-ANOMES-DEZ-A
                                   MOVE 'P' TO WS-RAN-W-COL
                                   PERFORM 7925-GUARDA-SALDO-CONTA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-FECHAMENTO
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----GUARDA O SALDO LIDO NA TABELA DE CONTAS DO RELATORIO------------*
      *----(PELO CONT-ID; REGISTROS ANTIGOS SEM O CODIGO, PELO NOME)---*
       7925-GUARDA-SALDO-CONTA.
           IF WS-RAN-S-CONT-ID NOT NUMERIC
               MOVE ZEROS TO WS-RAN-S-CONT-ID
           END-IF
           MOVE ZEROS TO WS-RAN-IDX
           MOVE 1 TO WS-CRT-IDX
           PERFORM UNTIL WS-CRT-IDX > WS-RAN-QTD-CTA
               IF WS-RAN-IDX EQUAL ZEROS
                   IF WS-RAN-S-CONT-ID NOT EQUAL ZEROS
                       IF WS-RAN-CTA-ID(WS-CRT-IDX)
                       EQUAL WS-RAN-S-CONT-ID
                           MOVE WS-CRT-IDX TO WS-RAN-IDX
                       END-IF
                   ELSE
                       IF WS-RAN-CTA-NOME(WS-CRT-IDX)
                       EQUAL WS-RAN-S-CONTA
                           MOVE WS-CRT-IDX TO WS-RAN-IDX
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-CRT-IDX
           END-PERFORM
           IF WS-RAN-IDX EQUAL ZEROS
           AND WS-RAN-QTD-CTA < 30
               ADD 1 TO WS-RAN-QTD-CTA
               MOVE WS-RAN-QTD-CTA TO WS-RAN-IDX
               MOVE WS-RAN-S-CONT-ID
               TO WS-RAN-CTA-ID(WS-RAN-IDX)
               MOVE WS-RAN-S-CONTA
               TO WS-RAN-CTA-NOME(WS-RAN-IDX)
               MOVE ZEROS TO WS-RAN-CTA-SALDO-A(WS-RAN-IDX)
               MOVE ZEROS TO WS-RAN-CTA-SALDO-P(WS-RAN-IDX)
           END-IF
           IF WS-RAN-IDX > ZEROS
               PERFORM 7926-SALDO-DEZ-EM-REAIS
               IF WS-RAN-W-COL EQUAL 'A'
                   MOVE WS-RAN-S-SALDO
                   TO WS-RAN-CTA-SALDO-A(WS-RAN-IDX)
               ELSE
                   MOVE WS-RAN-S-SALDO
                   TO WS-RAN-CTA-SALDO-P(WS-RAN-IDX)
               END-IF
           END-IF.

      *----O SALDO DE 31/12 DE CONTA EM MOEDA ESTRANGEIRA E CONVERTIDO-*
      *----PELA COTACAO DE 31/12 DO ANO DA COLUNA (A OU P)-------------*
       7926-SALDO-DEZ-EM-REAIS.
           MOVE 'BRL' TO WS-CB-MOEDA
           IF WS-RAN-S-CONT-ID NOT EQUAL ZEROS
               MOVE WS-RAN-S-CONT-ID TO WS-CB-CONT-ID
               PERFORM 8188-MOEDA-DA-CONTA
           END-IF
           IF WS-CB-MOEDA NOT EQUAL 'BRL'
               IF WS-RAN-W-COL EQUAL 'A'
                   COMPUTE WS-CB-DATA = WS-RAN-ANO * 10000 + 1231
               ELSE
                   COMPUTE WS-CB-DATA = WS-RAN-ANO-ANT * 10000 + 1231
               END-IF
               PERFORM 8180-BUSCA-COTACAO
               COMPUTE WS-RAN-S-SALDO ROUNDED =
                   WS-RAN-S-SALDO * WS-CB-TAXA
           END-IF.

      *----MONTA E GRAVA O RELATORIO ANUAL EM Relat.txt--------------------*
       7930-EMITE-RELATORIO-ANUAL.
           MOVE 'RELATORIO ANUAL CONSOLIDADO' TO WS-REL-TITULO
           MOVE 'ITEM                       ANO BASE    '-
           '      ANO ANTERIOR' TO WS-REL-CABEC1
           PERFORM 7000-ABRE-RELATORIO

           MOVE SPACES TO WS-REL-DET
           STRING 'ANO BASE: '   DELIMITED BY SIZE
                  WS-RAN-ANO     DELIMITED BY SIZE
                  '   COMPARADO COM: ' DELIMITED BY SIZE
                  WS-RAN-ANO-ANT DELIMITED BY SIZE
                  INTO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-DET
           MOVE 'RECEITAS POR TIPO:' TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 1 TO WS-TIPO-IDX2
           PERFORM UNTIL WS-TIPO-IDX2 > WS-QTD-TIPOS-R
               MOVE SPACES TO RDET-RAN-LABEL
               STRING '[' DELIMITED BY SIZE
                      WS-TIPO-R-COD(WS-TIPO-IDX2)
                      DELIMITED BY SIZE
                      '] ' DELIMITED BY SIZE
                      WS-TIPO-R-NOME(WS-TIPO-IDX2)(1:19)
                      DELIMITED BY SIZE
                      INTO RDET-RAN-LABEL
               MOVE WS-RAN-REC-TIPO-A(WS-TIPO-IDX2)
               TO RDET-RAN-ATUAL
               MOVE WS-RAN-REC-TIPO-P(WS-TIPO-IDX2)
               TO RDET-RAN-ANTER
               MOVE WS-RDET-ANUAL TO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
               ADD 1 TO WS-TIPO-IDX2
           END-PERFORM
           MOVE 'TOTAL DE RECEITAS....R$' TO RDET-RAN-LABEL
           MOVE WS-RAN-TOT-REC-A TO RDET-RAN-ATUAL
           MOVE WS-RAN-TOT-REC-P TO RDET-RAN-ANTER
           MOVE WS-RDET-ANUAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-DET
           MOVE 'DESPESAS PAGAS POR TIPO:' TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 1 TO WS-TIPO-IDX2
           PERFORM UNTIL WS-TIPO-IDX2 > WS-QTD-TIPOS-D
               MOVE SPACES TO RDET-RAN-LABEL
               STRING '[' DELIMITED BY SIZE
                      WS-TIPO-D-COD(WS-TIPO-IDX2)
                      DELIMITED BY SIZE
                      '] ' DELIMITED BY SIZE
                      WS-TIPO-D-NOME(WS-TIPO-IDX2)(1:19)
                      DELIMITED BY SIZE
                      INTO RDET-RAN-LABEL
               MOVE WS-RAN-DSP-TIPO-A(WS-TIPO-IDX2)
               TO RDET-RAN-ATUAL
               MOVE WS-RAN-DSP-TIPO-P(WS-TIPO-IDX2)
               TO RDET-RAN-ANTER
               MOVE WS-RDET-ANUAL TO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
               ADD 1 TO WS-TIPO-IDX2
           END-PERFORM
           MOVE 'TOTAL DE DESPESAS....R$' TO RDET-RAN-LABEL
           MOVE WS-RAN-TOT-DSP-A TO RDET-RAN-ATUAL
           MOVE WS-RAN-TOT-DSP-P TO RDET-RAN-ANTER
           MOVE WS-RDET-ANUAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           COMPUTE WS-RAN-RESULT-A =
               WS-RAN-TOT-REC-A - WS-RAN-TOT-DSP-A
           COMPUTE WS-RAN-RESULT-P =
               WS-RAN-TOT-REC-P - WS-RAN-TOT-DSP-P
           MOVE 'RESULTADO DO ANO.....R$' TO RDET-RAN-LABEL
           MOVE WS-RAN-RESULT-A TO RDET-RAN-ATUAL
           MOVE WS-RAN-RESULT-P TO RDET-RAN-ANTER
           MOVE WS-RDET-ANUAL TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-DET
           MOVE 'SALDO DAS CONTAS EM 31/12 (EM R$):' TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           IF WS-RAN-QTD-CTA EQUAL ZEROS
               MOVE SPACES TO WS-REL-DET
               MOVE 'SEM FECHAMENTO DE DEZEMBRO REGISTRADO'
               TO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
           ELSE
               MOVE 1 TO WS-RAN-IDX
               PERFORM UNTIL WS-RAN-IDX > WS-RAN-QTD-CTA
                   MOVE WS-RAN-CTA-NOME(WS-RAN-IDX)
                   TO RDET-RAN-LABEL
                   MOVE WS-RAN-CTA-SALDO-A(WS-RAN-IDX)
                   TO RDET-RAN-ATUAL
                   MOVE WS-RAN-CTA-SALDO-P(WS-RAN-IDX)
                   TO RDET-RAN-ANTER
                   MOVE WS-RDET-ANUAL TO WS-REL-DET
                   PERFORM 7010-GRAVA-LINHA-RELATORIO
                   ADD 1 TO WS-RAN-IDX
               END-PERFORM
           END-IF
           PERFORM 7030-FECHA-RELATORIO.

      *----------AREA RESERVADA PARA O INFORME DO IRPF-------------------*
      *----TOTALIZA AS RECEITAS (POR DATA DE RECEBIMENTO) E AS DESPESAS--*
      *----PAGAS (POR DATA DE PAGAMENTO) DO ANO-CALENDARIO PELA CLASSE---*
      *----FISCAL DO TIPO, LISTA FONTES PAGADORAS/FAVORECIDOS COM-------*
      *----CPF/CNPJ E OS SALDOS DAS CONTAS EM 31/12 (BENS E DIREITOS)---*
       7950-INFORME-IRPF.
           MOVE SPACES TO WS-STATUSOP
           MOVE SPACES TO WS-PAG
           MOVE 'INFORME IRPF' TO WS-PAG
           DISPLAY LB-CABECALHO

           MOVE ZEROS TO WS-IRF-ANO
           DISPLAY 'ANO-CALENDARIO (AAAA):' LINE 06 COL 03
           FOREGROUND-COLOR IS 05
           PERFORM UNTIL WS-IRF-ANO >= 2000
               ACCEPT WS-IRF-ANO LINE 06 COL 26
               FOREGROUND-COLOR IS 04
               IF WS-IRF-ANO < 2000
                   MOVE 'ANO DEVE SER SUPERIOR A 2000' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               ELSE
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-IRF-TOTAIS
           MOVE ZEROS TO WS-IRF-QTD-FAV
           MOVE ZEROS TO WS-IRF-FAV-PERD
           PERFORM 7955-VARRE-RECEITAS-IRPF
           PERFORM 7956-VARRE-DESPESAS-IRPF

           MOVE WS-IRF-ANO TO WS-RAN-ANO
           COMPUTE WS-RAN-ANO-ANT = WS-IRF-ANO - 1
           COMPUTE WS-RAN-ANOMES-DEZ = WS-RAN-ANO * 100 + 12
           COMPUTE WS-RAN-ANOMES-DEZ-A = WS-RAN-ANO-ANT * 100 + 12
           MOVE ZEROS TO WS-RAN-QTD-CTA
           PERFORM 7920-CARREGA-SALDOS-DEZ
           PERFORM 7960-EMITE-INFORME-IRPF

           MOVE 1 TO WS-CLF-GRP
           PERFORM UNTIL WS-CLF-GRP > 8
               COMPUTE WSC-LINHA = WS-CLF-GRP + 7
               DISPLAY WS-CLF-NOME(WS-CLF-GRP) LINE WSC-LINHA COL 03
               FOREGROUND-COLOR IS 05
               DISPLAY 'R$' LINE WSC-LINHA COL 29
               FOREGROUND-COLOR IS 05
               MOVE WS-IRF-TOT-GRP(WS-CLF-GRP) TO WS-ED-TOTAL
               DISPLAY WS-ED-TOTAL LINE WSC-LINHA COL 32
               FOREGROUND-COLOR IS 04
               ADD 1 TO WS-CLF-GRP
           END-PERFORM
           DISPLAY 'FONTES/FAVORECIDOS COM CPF/CNPJ:' LINE 17 COL 03
           FOREGROUND-COLOR IS 05
           DISPLAY WS-IRF-QTD-FAV LINE 17 COL 36
           FOREGROUND-COLOR IS 04

           IF WS-REL-OK EQUAL 'SIM'
           END-IF
           DISPLAY LB-OPERACAO.

      *----CLASSIFICA UM MOVIMENTO DO ANO-CALENDARIO NO GRUPO FISCAL-----*
      *----ESPERA WS-IRF-W-NAT/ANO/TIPO/VAL/DESC/DOC---------------------*
      *----TIPO NAO MAIS CADASTRADO CONTA COMO CLASSE 1------------------*
       7951-ACUMULA-IRPF.
           IF WS-IRF-W-ANO EQUAL WS-IRF-ANO
               MOVE WS-IRF-W-NAT  TO WS-VT-NAT
               MOVE WS-IRF-W-TIPO TO WS-VT-TIPO
               PERFORM 8150-VALIDA-TIPO-MOVIMENTO
               IF WS-VT-FISC EQUAL ZERO
                   MOVE 1 TO WS-VT-FISC
               END-IF
               IF WS-IRF-W-NAT EQUAL 'R'
                   MOVE WS-VT-FISC TO WS-CLF-GRP
               ELSE
                   COMPUTE WS-CLF-GRP = WS-VT-FISC + 3
               END-IF
               ADD WS-IRF-W-VAL TO WS-IRF-TOT-GRP(WS-CLF-GRP)
               IF WS-IRF-W-DOC NOT EQUAL SPACES
                   PERFORM 7952-ACUMULA-FAVORECIDO
               END-IF
           END-IF.

      *----SOMA O MOVIMENTO AO FAVORECIDO (GRUPO + CPF/CNPJ)-------------*
       7952-ACUMULA-FAVORECIDO.
           MOVE ZEROS TO WS-IRF-ACHOU
           MOVE 1 TO WS-IRF-IDX
           PERFORM UNTIL WS-IRF-IDX > WS-IRF-QTD-FAV
               IF WS-IRF-FAV-GRP(WS-IRF-IDX) EQUAL WS-CLF-GRP
               AND WS-IRF-FAV-DOC(WS-IRF-IDX) EQUAL WS-IRF-W-DOC
                   MOVE WS-IRF-IDX TO WS-IRF-ACHOU
                   MOVE WS-IRF-QTD-FAV TO WS-IRF-IDX
               END-IF
               ADD 1 TO WS-IRF-IDX
           END-PERFORM
           IF WS-IRF-ACHOU EQUAL ZEROS
               IF WS-IRF-QTD-FAV < 200
                   ADD 1 TO WS-IRF-QTD-FAV
                   MOVE WS-IRF-QTD-FAV TO WS-IRF-ACHOU
                   MOVE WS-CLF-GRP
                   TO WS-IRF-FAV-GRP(WS-IRF-ACHOU)
                   MOVE WS-IRF-W-DOC
                   TO WS-IRF-FAV-DOC(WS-IRF-ACHOU)
                   MOVE WS-IRF-W-DESC
                   TO WS-IRF-FAV-DESC(WS-IRF-ACHOU)
                   MOVE ZEROS TO WS-IRF-FAV-TOTAL(WS-IRF-ACHOU)
               ELSE
                   ADD 1 TO WS-IRF-FAV-PERD
               END-IF
           END-IF
           IF WS-IRF-ACHOU > ZEROS
               ADD WS-IRF-W-VAL TO WS-IRF-FAV-TOTAL(WS-IRF-ACHOU)
           END-IF.

      *----VARRE AS RECEITAS VIVAS E AS DO HISTORICO---------------------*
       7955-VARRE-RECEITAS-IRPF.
           MOVE 'R' TO WS-IRF-W-NAT
           MOVE ZEROS TO ARQR-ID
           MOVE ZERO TO WS-EOF
           START ARQ-RECEITAS KEY IS NOT LESS THAN ARQR-ID
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE ARQR-ANO-RECB TO WS-IRF-W-ANO
                       MOVE ARQR-TIPO     TO WS-IRF-W-TIPO
                       MOVE ARQR-VAL-BRL  TO WS-IRF-W-VAL
                       MOVE ARQR-DESC     TO WS-IRF-W-DESC
                       MOVE ARQR-DOC      TO WS-IRF-W-DOC
                       PERFORM 7951-ACUMULA-IRPF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-EOF
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE HRC-ANO-RECB TO WS-IRF-W-ANO
                           MOVE HRC-TIPO     TO WS-IRF-W-TIPO
                           MOVE HRC-VAL-BRL  TO WS-IRF-W-VAL
                           MOVE HRC-DESC     TO WS-IRF-W-DESC
                           MOVE HRC-DOC      TO WS-IRF-W-DOC
                           PERFORM 7951-ACUMULA-IRPF
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----VARRE AS DESPESAS PAGAS (VIVAS E DO HISTORICO)----------------*
       7956-VARRE-DESPESAS-IRPF.
           MOVE 'D' TO WS-IRF-W-NAT
           MOVE ZEROS TO ARQD-ID
           MOVE ZERO TO WS-EOF
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQD-DAT-PAG NOT EQUAL ZEROS
                           MOVE ARQD-ANO-PAG TO WS-IRF-W-ANO
                           MOVE ARQD-DESC    TO WS-IRF-W-DESC
                           MOVE ARQD-DOC     TO WS-IRF-W-DOC
                           MOVE ARQD-ID      TO WS-RAT-DESP-ID
                           MOVE ARQD-VAL     TO WS-RAT-DESP-VAL
                           MOVE ARQD-VAL-BRL TO WS-RAT-DESP-BRL
                           MOVE ARQD-TIPO    TO WS-RAT-DESP-TIPO
                           PERFORM 7957-ACUMULA-RATEIO-IRPF
                       END-IF
               END-READ
           END-PERFORM
           OPEN INPUT ARQ-DESP-HIST
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-DESP-HIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF HDP-DAT-PAG NOT EQUAL ZEROS
                               MOVE HDP-ANO-PAG TO WS-IRF-W-ANO
                               MOVE HDP-DESC    TO WS-IRF-W-DESC
                               MOVE HDP-DOC     TO WS-IRF-W-DOC
                               MOVE HDP-ID      TO WS-RAT-DESP-ID
                               MOVE HDP-VAL     TO WS-RAT-DESP-VAL
                               MOVE HDP-VAL-BRL TO WS-RAT-DESP-BRL
                               MOVE HDP-TIPO    TO WS-RAT-DESP-TIPO
                               PERFORM 7957-ACUMULA-RATEIO-IRPF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-DESP-HIST
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *---CLASSIFICA CADA LINHA DO RATEIO DA DESPESA EM WS-RAT-DESP-*--*
       7957-ACUMULA-RATEIO-IRPF.
           PERFORM 2045-APURA-RATEIO-DESPESA
           MOVE 1 TO WS-RAT-IDX
           PERFORM UNTIL WS-RAT-IDX > WS-RAT-QTD
               MOVE WS-RAT-L-TIPO(WS-RAT-IDX) TO WS-IRF-W-TIPO
               MOVE WS-RAT-L-BRL(WS-RAT-IDX)  TO WS-IRF-W-VAL
               PERFORM 7951-ACUMULA-IRPF
               ADD 1 TO WS-RAT-IDX
           END-PERFORM.

      *----MONTA E GRAVA O INFORME DO IRPF EM Relat.txt-----------------*
       7960-EMITE-INFORME-IRPF.
           MOVE 'INFORME PARA A DECLARACAO DO IRPF' TO WS-REL-TITULO
           MOVE SPACES TO WS-REL-CABEC1
           COMPUTE WS-IRF-W-ANO = WS-IRF-ANO + 1
           STRING 'ANO-CALENDARIO: ' DELIMITED BY SIZE
                  WS-IRF-ANO         DELIMITED BY SIZE
                  '   EXERCICIO: '   DELIMITED BY SIZE
                  WS-IRF-W-ANO       DELIMITED BY SIZE
                  INTO WS-REL-CABEC1
           PERFORM 7000-ABRE-RELATORIO

           MOVE SPACES TO WS-REL-DET
           MOVE 'RECEITAS POR CLASSE FISCAL:' TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE 1 TO WS-CLF-GRP
           PERFORM UNTIL WS-CLF-GRP > 3
               PERFORM 7961-GRAVA-TOTAL-GRUPO
               ADD 1 TO WS-CLF-GRP
           END-PERFORM
           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-DET
           MOVE 'DESPESAS PAGAS POR CLASSE FISCAL:' TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           PERFORM UNTIL WS-CLF-GRP > 8
               PERFORM 7961-GRAVA-TOTAL-GRUPO
               ADD 1 TO WS-CLF-GRP
           END-PERFORM
           MOVE 'TOTAL DEDUTIVEL......R$' TO RDET-RAN-LABEL
           COMPUTE WS-IRF-DEDUTIVEL = WS-IRF-TOT-GRP(5)
               + WS-IRF-TOT-GRP(6) + WS-IRF-TOT-GRP(7)
               + WS-IRF-TOT-GRP(8)
           MOVE WS-IRF-DEDUTIVEL TO RDET-RAN-ATUAL
           MOVE SPACES TO WS-REL-DET
           MOVE WS-RDET-ANUAL(1:42) TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-DET
           MOVE 'FONTES PAGADORAS E FAVORECIDOS (CPF/CNPJ):'
           TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-DET
           MOVE 'CPF/CNPJ            DESCRICAO        CLASSE      '-
           '      VALOR R$' TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           IF WS-IRF-QTD-FAV EQUAL ZEROS
               MOVE SPACES TO WS-REL-DET
               MOVE 'NENHUM MOVIMENTO COM CPF/CNPJ INFORMADO'
               TO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
           END-IF
           MOVE 1 TO WS-CLF-GRP
           PERFORM UNTIL WS-CLF-GRP > 8
               MOVE 1 TO WS-IRF-IDX
               PERFORM UNTIL WS-IRF-IDX > WS-IRF-QTD-FAV
                   IF WS-IRF-FAV-GRP(WS-IRF-IDX) EQUAL WS-CLF-GRP
                       PERFORM 7962-GRAVA-FAVORECIDO
                   END-IF
                   ADD 1 TO WS-IRF-IDX
               END-PERFORM
               ADD 1 TO WS-CLF-GRP
           END-PERFORM
           IF WS-IRF-FAV-PERD > ZEROS
               MOVE SPACES TO WS-REL-DET
               STRING 'MOVIMENTOS NAO LISTADOS (TABELA CHEIA): '
                      DELIMITED BY SIZE
                      WS-IRF-FAV-PERD DELIMITED BY SIZE
                      INTO WS-REL-DET
               PERFORM 7010-GRAVA-LINHA-RELATORIO
           END-IF
           MOVE SPACES TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO

           MOVE SPACES TO WS-REL-DET
           MOVE 'BENS E DIREITOS - SALDO DAS CONTAS (EM R$):'
           TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO WS-REL-DET
           MOVE 'CONTA'        TO WS-REL-DET(1:5)
           MOVE '31/12/'       TO WS-REL-DET(33:6)
           MOVE WS-RAN-ANO     TO WS-REL-DET(39:4)
           MOVE '31/12/'       TO WS-REL-DET(52:6)
           MOVE WS-RAN-ANO-ANT TO WS-REL-DET(58:4)
           PERFORM 7010-GRAVA-LINHA-RELATORIO
           IF WS-RAN-QTD-CTA EQUAL ZEROS
               MOVE SPACES TO WS-REL-DET
           END-IF
           PERFORM 7030-FECHA-RELATORIO.

      *----GRAVA A LINHA DE TOTAL DO GRUPO FISCAL WS-CLF-GRP------------*
       7961-GRAVA-TOTAL-GRUPO.
           MOVE WS-CLF-NOME(WS-CLF-GRP) TO RDET-RAN-LABEL
           MOVE WS-IRF-TOT-GRP(WS-CLF-GRP) TO RDET-RAN-ATUAL
           MOVE SPACES TO WS-REL-DET
           MOVE WS-RDET-ANUAL(1:42) TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO.

      *----GRAVA O FAVORECIDO WS-IRF-IDX COM O CPF/CNPJ FORMATADO-------*
       7962-GRAVA-FAVORECIDO.
           MOVE WS-IRF-FAV-DOC(WS-IRF-IDX) TO WS-DOC-NUM
           MOVE SPACES TO WS-RDET-IRPF
           IF WS-DOC-NUM(12:3) EQUAL SPACES
               STRING WS-DOC-NUM(1:3)  DELIMITED BY SIZE
                      '.'              DELIMITED BY SIZE
                      WS-DOC-NUM(4:3)  DELIMITED BY SIZE
                      '.'              DELIMITED BY SIZE
                      WS-DOC-NUM(7:3)  DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      WS-DOC-NUM(10:2) DELIMITED BY SIZE
                      INTO RDET-IRF-DOC
           ELSE
               STRING WS-DOC-NUM(1:2)  DELIMITED BY SIZE
                      '.'              DELIMITED BY SIZE
                      WS-DOC-NUM(3:3)  DELIMITED BY SIZE
                      '.'              DELIMITED BY SIZE
                      WS-DOC-NUM(6:3)  DELIMITED BY SIZE
                      '/'              DELIMITED BY SIZE
                      WS-DOC-NUM(9:4)  DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      WS-DOC-NUM(13:2) DELIMITED BY SIZE
                      INTO RDET-IRF-DOC
           END-IF
           MOVE WS-IRF-FAV-DESC(WS-IRF-IDX) TO RDET-IRF-DESC
           MOVE WS-CLF-SIGLA(WS-IRF-FAV-GRP(WS-IRF-IDX))
           TO RDET-IRF-CLASSE
           MOVE WS-IRF-FAV-TOTAL(WS-IRF-IDX) TO RDET-IRF-VALOR
           MOVE WS-RDET-IRPF TO WS-REL-DET
           PERFORM 7010-GRAVA-LINHA-RELATORIO.

      *------------AREA RESERVADA PARA O ARQUIVO DE RELATORIO-------------*
      *----ABRE O SPOOL DE RELATORIO E EMITE O CABECALHO DA 1A PAGINA----*
      *----ESPERA WS-REL-TITULO E WS-REL-CABEC1 JA PREENCHIDOS-----------*
                       TO WS-STATUSOP
                       DISPLAY LB-OPERACAO
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OPR-SENHA NOT EQUAL WS-OPR-SENHA
                               ADD 1 TO WS-OPR-TENTATIVAS
                               MOVE 'OPERADOR OU SENHA INVALIDOS!'
                               TO WS-STATUSOP
                               DISPLAY LB-OPERACAO
                           WHEN OPR-PERFIL EQUAL 'L'
                               ADD 1 TO WS-OPR-TENTATIVAS
                               MOVE 'OPERADOR DE LOTE NAO USA O MENU!'
                               TO WS-STATUSOP
                               DISPLAY LB-OPERACAO
                           WHEN OTHER
                               MOVE 'SIM' TO WS-OPR-LOGADO
                               MOVE OPR-NOME   TO WS-OPR-NOME
                               MOVE OPR-PERFIL TO WS-OPR-PERFIL
                       END-EVALUATE
               END-READ
               MOVE ZEROS TO WS-FSTATUS
           END-PERFORM
           END-PERFORM

           MOVE SPACE TO WS-OPR-CAD-PERFIL
           DISPLAY 'PERFIL (S/C/L)..............:'
           LINE 09 COL 03 FOREGROUND-COLOR IS 05
           DISPLAY 'S=SUPERVISOR C=COMUM L=LOTE (SEM MENU)'
           LINE 10 COL 03 FOREGROUND-COLOR IS 03
           PERFORM UNTIL WS-OPR-CAD-PERFIL = 'S' OR 'C' OR 'L'
               ACCEPT WS-OPR-CAD-PERFIL LINE 09 COL 34
               FOREGROUND-COLOR IS 04
               IF WS-OPR-CAD-PERFIL NOT = 'S' AND 'C' AND 'L'
                   MOVE 'INFORME S, C OU L!' TO WS-STATUSOP
                   DISPLAY LB-OPERACAO
               END-IF
           END-PERFORM

           PERFORM 0101-AVISOS-DESPESAS
           PERFORM 0102-AVISOS-RECEITAS
           PERFORM 0104-AVISOS-METAS
           PERFORM 0103-AVISOS-RECORRENTES

           DISPLAY 'TECLE <ENTER> PARA IR AO MENU'
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQD-DAT-PAG EQUAL ZEROS
                           MOVE ARQD-CONT-ID TO WS-VC-CONT-ID
                           PERFORM 8140-VALIDA-CONTA-MOVIMENTO
                           IF WS-VC-TIPO NOT EQUAL 04
                               MOVE ARQD-DIA-VENC TO WS-PAV-DIA-CLC
       0107-CLASSIFICA-FATURA-PAINEL.
           MOVE ZEROS TO WS-CRT-TOTAL
           MOVE WS-CRT-C-NOME(WS-CRT-IDX) TO WS-CRT-CONTA
           MOVE WS-CRT-C-ID(WS-CRT-IDX) TO WS-CRT-CONT-ID
           MOVE ZEROS TO ARQD-ID
           MOVE ZERO TO WS-EOF
           START ARQ-DESPESAS KEY IS NOT LESS THAN ARQD-ID
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQD-DAT-PAG EQUAL ZEROS
                       AND ARQD-CONT-ID EQUAL WS-CRT-CONT-ID
                           ADD ARQD-VAL TO WS-CRT-TOTAL
                       END-IF
               END-READ
               FOREGROUND-COLOR IS 02
           END-IF.

      *----METAS DE ECONOMIA ATRASADAS OU VENCIDAS SEM ATINGIR O-------*
      *----ALVO (MESMA AVALIACAO DO 5520-AVALIA-META)------------------*
       0104-AVISOS-METAS.
           MOVE ZEROS TO WS-MET-QTD-ATR
           MOVE 21 TO WS-PAV-LINHA
           PERFORM 5515-DATA-REF-METAS
           DISPLAY 'METAS DE ECONOMIA ATRASADAS:'
           LINE 20 COL 03 FOREGROUND-COLOR IS 05
           MOVE ZEROS TO ARQG-ID
           MOVE 'NAO' TO WS-MET-FIM
           START ARQ-METAS KEY IS NOT LESS THAN ARQG-ID
               INVALID KEY
                   MOVE 'SIM' TO WS-MET-FIM
           END-START
           PERFORM UNTIL WS-MET-FIM EQUAL 'SIM'
               READ ARQ-METAS NEXT RECORD
                   AT END
                       MOVE 'SIM' TO WS-MET-FIM
                   NOT AT END
                       PERFORM 5520-AVALIA-META
                       IF WS-MET-SIT EQUAL 'ATRASADA' OR 'VENCIDA'
                           ADD 1 TO WS-MET-QTD-ATR
                           IF WS-PAV-LINHA < 23
                               MOVE ARQG-DESC TO RDET-MET-DESC
                               DISPLAY RDET-MET-DESC
                               LINE WS-PAV-LINHA COL 05
                               FOREGROUND-COLOR IS 04
                               MOVE WS-MET-PERC TO WS-MET-ED-PERC
                               DISPLAY WS-MET-ED-PERC
                               LINE WS-PAV-LINHA COL 22
                               FOREGROUND-COLOR IS 04
                               DISPLAY '%' LINE WS-PAV-LINHA COL 27
                               DISPLAY 'APORTE/MES:'
                               LINE WS-PAV-LINHA COL 30
                               MOVE WS-MET-NECES TO WS-ED-VALOR
                               DISPLAY WS-ED-VALOR
                               LINE WS-PAV-LINHA COL 42
                               FOREGROUND-COLOR IS 04
                               DISPLAY WS-MET-SIT
                               LINE WS-PAV-LINHA COL 57
                               FOREGROUND-COLOR IS 04
                               ADD 1 TO WS-PAV-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FSTATUS
           DISPLAY WS-MET-QTD-ATR LINE 20 COL 33
           FOREGROUND-COLOR IS 04
           IF WS-MET-QTD-ATR EQUAL ZEROS
               DISPLAY 'NENHUMA.' LINE 21 COL 05
               FOREGROUND-COLOR IS 02
           END-IF.

      *----RECORRENTES ATIVOS AINDA NAO GERADOS NO MES CORRENTE,----------*
      *----COM OFERTA DE GERACAO IMEDIATA----------------------------------*
       0103-AVISOS-RECORRENTES.
               END-PERFORM
               MOVE ZERO TO WS-EOF
               MOVE ZEROS TO WS-FSTATUS
               MOVE WS-LR-ANOMES TO WS-EMP-ALVO
               PERFORM 5230-LANCA-PARCELAS-EMPREST
               ADD WS-EMP-QTD-GER TO WS-LR-QTD-GER
               ADD WS-EMP-QTD-PUL TO WS-LR-QTD-PUL
               MOVE SPACES TO WS-STATUSOP
               STRING 'GERADOS: '   DELIMITED BY SIZE
                      WS-LR-QTD-GER DELIMITED BY SIZE
               ADD 1 TO WS-AUD-LINHA-TELA
           END-IF.

      *----EXECUCAO EM LOTE: SEM TELA E SEM LOGIN INTERATIVO. RODA AS--*
      *----ETAPAS DO Lote.txt NA ORDEM DO ARQUIVO, PULA AS QUE JA------*
      *----TERMINARAM COM OK NA MESMA DATA E PARA NA PRIMEIRA QUE------*
      *----FALHAR, PARA QUE A PROXIMA EXECUCAO RECOMECE POR ELA--------*
      *----RETURN-CODE 0 = TUDO OK; 8 = O LOTE PAROU COM ERRO----------*
       9700-EXECUCAO-LOTE.
           MOVE 'SIM' TO WS-LOTE-ATIVO
           MOVE 'NAO' TO WS-LOTE-PARAR
           MOVE ZEROS TO WS-LOTE-QTD-EXEC
           MOVE ZEROS TO WS-LOTE-QTD-PUL
           MOVE SPACES TO WS-STATUSOP
           ACCEPT WS-LOTE-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'GERFINANCEIRO - EXECUCAO EM LOTE - '
                   WS-LOTE-DATA-HOJE

           PERFORM 9720-CARREGA-CONTROLE-LOTE
           IF WS-LOTE-PARAR EQUAL 'NAO'
               PERFORM 9730-VALIDA-OPERADOR-LOTE
           END-IF
           IF WS-LOTE-PARAR EQUAL 'NAO'
               PERFORM 9735-CARREGA-ETAPAS-FEITAS
               MOVE 1 TO WS-LOTE-IDX
               PERFORM UNTIL WS-LOTE-IDX > WS-LOTE-QTD-ETP
               OR WS-LOTE-PARAR EQUAL 'SIM'
                   PERFORM 9740-PROCESSA-ETAPA-LOTE
                   ADD 1 TO WS-LOTE-IDX
               END-PERFORM
           END-IF

           MOVE ZEROS  TO WS-LLG-SEQ
           MOVE 'LOTE' TO WS-LLG-ETAPA
           MOVE ZEROS  TO WS-LLG-HORA-INI
           ACCEPT WS-LOTE-HORA FROM TIME
           MOVE WS-LOTE-HORA(1:6) TO WS-LLG-HORA-FIM
           IF WS-LOTE-PARAR EQUAL 'SIM'
               MOVE 'ERRO' TO WS-LLG-SITUACAO
               MOVE WS-STATUSOP TO WS-LLG-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'OK' TO WS-LLG-SITUACAO
               MOVE SPACES TO WS-LLG-MENSAGEM
               STRING 'EXECUTADAS: '     DELIMITED BY SIZE
                      WS-LOTE-QTD-EXEC   DELIMITED BY SIZE
                      '  PULADAS: '      DELIMITED BY SIZE
                      WS-LOTE-QTD-PUL    DELIMITED BY SIZE
                      INTO WS-LLG-MENSAGEM
               MOVE ZEROS TO RETURN-CODE
           END-IF
           PERFORM 9760-GRAVA-LOG-LOTE
           DISPLAY 'FIM DO LOTE - ' WS-LLG-SITUACAO ' '
                   WS-LLG-MENSAGEM
           PERFORM 9999-ENCERRAPROGRAM.

      *----MOSTRA WS-STATUSOP NA LINHA DE OPERACAO DA TELA; EM LOTE----*
      *----NAO HA TELA E A MENSAGEM VAI PARA A SAIDA PADRAO------------*
       9710-MOSTRA-OPERACAO.
           IF WS-LOTE-ATIVO EQUAL 'SIM'
               DISPLAY WS-STATUSOP
           ELSE
               DISPLAY LB-OPERACAO
           END-IF.

      *----LE O Lote.txt PARA A TABELA DE ETAPAS; QUALQUER LINHA-------*
      *----INVALIDA CANCELA O LOTE ANTES DE EXECUTAR A PRIMEIRA ETAPA--*
       9720-CARREGA-CONTROLE-LOTE.
           MOVE ZEROS TO WS-LOTE-QTD-ETP
           MOVE ZEROS TO WS-LOTE-OPR-COD
           MOVE 'NAO' TO WS-LOTE-TEM-OPR
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-LOTE
           IF WS-FSTATUS NOT EQUAL ZEROS
               MOVE 'ARQUIVO Lote.txt NAO ENCONTRADO!' TO WS-STATUSOP
               MOVE 'SIM' TO WS-LOTE-PARAR
               MOVE ZEROS TO WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
               OR WS-LOTE-PARAR EQUAL 'SIM'
                   READ ARQ-LOTE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE LOTE-LINHA TO WS-LOTE-CTL
                           PERFORM 9725-VALIDA-LINHA-LOTE
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-LOTE
               MOVE ZEROS TO WS-FSTATUS
           END-IF
           IF WS-LOTE-PARAR EQUAL 'NAO'
               EVALUATE TRUE
                   WHEN WS-LOTE-TEM-OPR EQUAL 'NAO'
                       MOVE 'Lote.txt SEM A LINHA DO OPERADOR!'
                       TO WS-STATUSOP
                       MOVE 'SIM' TO WS-LOTE-PARAR
                   WHEN WS-LOTE-QTD-ETP EQUAL ZEROS
                       MOVE 'Lote.txt SEM ETAPAS!' TO WS-STATUSOP
                       MOVE 'SIM' TO WS-LOTE-PARAR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----CONFERE UMA LINHA DO Lote.txt (O = OPERADOR, E = ETAPA);----*
      *----PARAMETROS EM BRANCO OU NAO NUMERICOS VALEM ZERO------------*
       9725-VALIDA-LINHA-LOTE.
           EVALUATE WS-LCT-TIPO
               WHEN 'O'
                   IF WS-LCT-OPR-COD NUMERIC
                       MOVE WS-LCT-OPR-COD TO WS-LOTE-OPR-COD
                       MOVE 'SIM' TO WS-LOTE-TEM-OPR
                   ELSE
                       MOVE 'OPERADOR INVALIDO NO Lote.txt!'
                       TO WS-STATUSOP
                       MOVE 'SIM' TO WS-LOTE-PARAR
                   END-IF
               WHEN 'E'
                   EVALUATE TRUE
                       WHEN WS-LCT-SEQ NOT NUMERIC
                       OR WS-LCT-SEQ EQUAL '00'
                           MOVE 'SEQUENCIA DE ETAPA INVALIDA!'
                           TO WS-STATUSOP
                           MOVE 'SIM' TO WS-LOTE-PARAR
                       WHEN WS-LCT-NOME NOT EQUAL 'GERAR'
                       AND 'IMPORTAR' AND 'BACKUP' AND 'FECHAR'
                           MOVE 'ETAPA DESCONHECIDA NO Lote.txt!'
                           TO WS-STATUSOP
                           MOVE 'SIM' TO WS-LOTE-PARAR
                       WHEN WS-LOTE-QTD-ETP >= 30
                           MOVE 'MAIS DE 30 ETAPAS NO Lote.txt!'
                           TO WS-STATUSOP
                           MOVE 'SIM' TO WS-LOTE-PARAR
                       WHEN OTHER
                           IF WS-LCT-MES NOT NUMERIC
                               MOVE ZEROS TO WS-LCT-MES
                           END-IF
                           IF WS-LCT-CORTE NOT NUMERIC
                               MOVE ZEROS TO WS-LCT-CORTE
                           END-IF
                           IF WS-LCT-SET NOT NUMERIC
                               MOVE ZEROS TO WS-LCT-SET
                           END-IF
                           ADD 1 TO WS-LOTE-QTD-ETP
                           MOVE WS-LCT-SEQ
                           TO WS-LOTE-E-SEQ(WS-LOTE-QTD-ETP)
                           MOVE WS-LCT-NOME
                           TO WS-LOTE-E-NOME(WS-LOTE-QTD-ETP)
                           MOVE WS-LCT-MES
                           TO WS-LOTE-E-MES(WS-LOTE-QTD-ETP)
                           MOVE WS-LCT-CORTE
                           TO WS-LOTE-E-CORTE(WS-LOTE-QTD-ETP)
                           MOVE WS-LCT-SET
                           TO WS-LOTE-E-SET(WS-LOTE-QTD-ETP)
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----O OPERADOR DO LOTE PRECISA EXISTIR E TER O PERFIL 'L'; ELE--*
      *----FICA COMO OPERADOR DA SESSAO (JORNAL E LOG DO LOTE)---------*
       9730-VALIDA-OPERADOR-LOTE.
           MOVE WS-LOTE-OPR-COD TO OPR-COD
           READ ARQ-OPERADORES
               INVALID KEY
                   MOVE 'OPERADOR DE LOTE NAO CADASTRADO!'
                   TO WS-STATUSOP
                   MOVE 'SIM' TO WS-LOTE-PARAR
               NOT INVALID KEY
                   IF OPR-PERFIL EQUAL 'L'
                       MOVE OPR-COD    TO WS-OPR-COD
                       MOVE OPR-NOME   TO WS-OPR-NOME
                       MOVE OPR-PERFIL TO WS-OPR-PERFIL
                       MOVE 'SIM' TO WS-OPR-LOGADO
                   ELSE
                       MOVE 'OPERADOR SEM O PERFIL L (LOTE)!'
                       TO WS-STATUSOP
                       MOVE 'SIM' TO WS-LOTE-PARAR
                   END-IF
           END-READ
           MOVE ZEROS TO WS-FSTATUS.

      *----GUARDA AS ETAPAS QUE JA TERMINARAM COM OK NA DATA DE HOJE---*
      *----(SEQUENCIA + NOME) SEGUNDO O LoteLog.txt--------------------*
       9735-CARREGA-ETAPAS-FEITAS.
           MOVE ZEROS TO WS-LOTE-QTD-FEITAS
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-LOTE-LOG
           IF WS-FSTATUS EQUAL ZEROS
               MOVE ZERO TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-LOTE-LOG
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF LOGL-DATA EQUAL WS-LOTE-DATA-HOJE
                           AND LOGL-SEQ NUMERIC
                           AND LOGL-SEQ NOT EQUAL '00'
                           AND LOGL-SITUACAO EQUAL 'OK'
                           AND WS-LOTE-QTD-FEITAS < 30
                               ADD 1 TO WS-LOTE-QTD-FEITAS
                               MOVE LOGL-SEQ
                               TO WS-LOTE-F-SEQ(WS-LOTE-QTD-FEITAS)
                               MOVE LOGL-ETAPA
                               TO WS-LOTE-F-NOME(WS-LOTE-QTD-FEITAS)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-LOTE-LOG
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----PROCESSA A ETAPA WS-LOTE-IDX: PULA SE JA FEITA HOJE; SENAO--*
      *----REGISTRA O INICIO, EXECUTA E REGISTRA O FIM COM OK OU ERRO--*
       9740-PROCESSA-ETAPA-LOTE.
           MOVE WS-LOTE-E-SEQ(WS-LOTE-IDX)  TO WS-LLG-SEQ
           MOVE WS-LOTE-E-NOME(WS-LOTE-IDX) TO WS-LLG-ETAPA
           PERFORM 9745-VERIFICA-ETAPA-FEITA
           ACCEPT WS-LOTE-HORA FROM TIME
           MOVE WS-LOTE-HORA(1:6) TO WS-LLG-HORA-INI
           MOVE ZEROS TO WS-LLG-HORA-FIM
           IF WS-LOTE-JA-FEITA EQUAL 'SIM'
               MOVE WS-LLG-HORA-INI TO WS-LLG-HORA-FIM
               MOVE 'PULADA' TO WS-LLG-SITUACAO
               MOVE 'JA CONCLUIDA NESTA DATA' TO WS-LLG-MENSAGEM
               ADD 1 TO WS-LOTE-QTD-PUL
           ELSE
               MOVE 'INICIO' TO WS-LLG-SITUACAO
               MOVE SPACES TO WS-LLG-MENSAGEM
               PERFORM 9760-GRAVA-LOG-LOTE
               PERFORM 9750-EXECUTA-ETAPA-LOTE
               ACCEPT WS-LOTE-HORA FROM TIME
               MOVE WS-LOTE-HORA(1:6) TO WS-LLG-HORA-FIM
               MOVE WS-STATUSOP TO WS-LLG-MENSAGEM
               IF WS-LOTE-ETAPA-OK EQUAL 'SIM'
                   MOVE 'OK' TO WS-LLG-SITUACAO
                   ADD 1 TO WS-LOTE-QTD-EXEC
               ELSE
                   MOVE 'ERRO' TO WS-LLG-SITUACAO
                   MOVE 'SIM' TO WS-LOTE-PARAR
               END-IF
           END-IF
           PERFORM 9760-GRAVA-LOG-LOTE
           DISPLAY 'ETAPA ' WS-LLG-SEQ ' ' WS-LLG-ETAPA ' '
                   WS-LLG-SITUACAO ' ' WS-LLG-MENSAGEM.

       9745-VERIFICA-ETAPA-FEITA.
           MOVE 'NAO' TO WS-LOTE-JA-FEITA
           MOVE 1 TO WS-LOTE-IDX-F
           PERFORM UNTIL WS-LOTE-IDX-F > WS-LOTE-QTD-FEITAS
           OR WS-LOTE-JA-FEITA EQUAL 'SIM'
               IF WS-LOTE-F-SEQ(WS-LOTE-IDX-F) EQUAL WS-LLG-SEQ
               AND WS-LOTE-F-NOME(WS-LOTE-IDX-F) EQUAL WS-LLG-ETAPA
                   MOVE 'SIM' TO WS-LOTE-JA-FEITA
               END-IF
               ADD 1 TO WS-LOTE-IDX-F
           END-PERFORM.

      *----EXECUTA A ETAPA; CADA ROTINA DEVOLVE WS-LOTE-ETAPA-OK E A---*
      *----MENSAGEM FINAL EM WS-STATUSOP-------------------------------*
       9750-EXECUTA-ETAPA-LOTE.
           MOVE 'NAO' TO WS-LOTE-ETAPA-OK
           MOVE SPACES TO WS-STATUSOP
           EVALUATE WS-LOTE-E-NOME(WS-LOTE-IDX)
               WHEN 'GERAR'
                   PERFORM 9751-ETAPA-GERAR
               WHEN 'IMPORTAR'
                   PERFORM 9752-ETAPA-IMPORTAR
               WHEN 'BACKUP'
                   PERFORM 9753-ETAPA-BACKUP
               WHEN 'FECHAR'
                   PERFORM 9754-ETAPA-FECHAR
           END-EVALUATE.

      *----GERAR: MES AAAAMM DA GERACAO (0 = MES CORRENTE)-------------*
       9751-ETAPA-GERAR.
           MOVE WS-LOTE-E-MES(WS-LOTE-IDX) TO WS-LR-ANOMES
           IF WS-LR-ANOMES EQUAL ZEROS
               MOVE WS-LOTE-HOJE-ANO TO WS-LR-GER-ANO
               MOVE WS-LOTE-HOJE-MES TO WS-LR-GER-MES
           END-IF
           IF WS-LR-GER-ANO < 2000
           OR WS-LR-GER-MES < 01 OR WS-LR-GER-MES > 12
               MOVE 'MES DA GERACAO INVALIDO!' TO WS-STATUSOP
           ELSE
               PERFORM 6005-EXECUTA-GERACAO
           END-IF.

      *----IMPORTAR: PROCESSA O Import.txt; SEM O ARQUIVO E ERRO-------*
       9752-ETAPA-IMPORTAR.
           PERFORM 7505-PROCESSA-IMPORTACAO
           IF WS-LOTE-ETAPA-OK EQUAL 'SIM'
               MOVE SPACES TO WS-STATUSOP
               STRING 'LIDAS: '          DELIMITED BY SIZE
                      WS-IMP-QTD-LIDAS   DELIMITED BY SIZE
                      ' ACEITAS: '       DELIMITED BY SIZE
                      WS-IMP-QTD-ACEITAS DELIMITED BY SIZE
                      ' REJ: '           DELIMITED BY SIZE
                      WS-IMP-QTD-REJEIT  DELIMITED BY SIZE
                      INTO WS-STATUSOP
           END-IF.

      *----BACKUP: SET 1 A 3 (0 = O DO DIA OU O MAIS ANTIGO)-----------*
       9753-ETAPA-BACKUP.
           IF WS-LOTE-E-SET(WS-LOTE-IDX) > 3
               MOVE 'SET DE BACKUP INVALIDO (0 A 3)!' TO WS-STATUSOP
           ELSE
               MOVE WS-LOTE-E-SET(WS-LOTE-IDX) TO WS-BKP-SET-PEDIDO
               PERFORM 7810-EXECUTA-BACKUP
               MOVE ZERO TO WS-BKP-SET-PEDIDO
           END-IF.

      *----FECHAR: MES AAAAMM (0 = MES ANTERIOR) E CORTE AAAAMM DO-----*
      *----ARQUIVAMENTO (0 = NAO ARQUIVA). O OPERADOR DE LOTE (PERFIL--*
      *----L) TEM AUTORIZACAO PARA O FECHAMENTO------------------------*
       9754-ETAPA-FECHAR.
           MOVE ZEROS TO WS-FCH-QTD-ARQ-R
           MOVE ZEROS TO WS-FCH-QTD-ARQ-D
           MOVE WS-LOTE-E-MES(WS-LOTE-IDX)   TO WS-FCH-ANOMES
           MOVE WS-LOTE-E-CORTE(WS-LOTE-IDX) TO WS-FCH-CORTE
           IF WS-FCH-ANOMES EQUAL ZEROS
               IF WS-LOTE-HOJE-MES EQUAL 01
                   COMPUTE WS-FCH-ANO = WS-LOTE-HOJE-ANO - 1
                   MOVE 12 TO WS-FCH-MES
               ELSE
                   MOVE WS-LOTE-HOJE-ANO TO WS-FCH-ANO
                   COMPUTE WS-FCH-MES = WS-LOTE-HOJE-MES - 1
               END-IF
           END-IF
           IF WS-FCH-ANO < 2000
           OR WS-FCH-MES < 01 OR WS-FCH-MES > 12
               MOVE 'MES DO FECHAMENTO INVALIDO!' TO WS-STATUSOP
           ELSE
               PERFORM 7706-FECHA-MES-LOTE
           END-IF.

      *----ACRESCENTA A LINHA WS-LOTE-LOG AO LoteLog.txt---------------*
       9760-GRAVA-LOG-LOTE.
           MOVE WS-LOTE-DATA-HOJE TO WS-LLG-DATA
           MOVE WS-OPR-COD        TO WS-LLG-OPERADOR
           MOVE ZEROS TO WS-FSTATUS
           OPEN EXTEND ARQ-LOTE-LOG
           IF WS-FSTATUS = 35
               OPEN OUTPUT ARQ-LOTE-LOG
               CLOSE ARQ-LOTE-LOG
               OPEN EXTEND ARQ-LOTE-LOG
           END-IF
           IF WS-FSTATUS EQUAL ZEROS
               MOVE SPACES TO LOTE-LOG-REG
               MOVE WS-LOTE-LOG TO LOTE-LOG-REG
               WRITE LOTE-LOG-REG
               CLOSE ARQ-LOTE-LOG
           ELSE
               DISPLAY 'ERRO AO GRAVAR O LoteLog.txt - STATUS '
                       WS-FSTATUS
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *FINALIZACAO DO PROGRAMA.
       9999-ENCERRAPROGRAM.
      *----------------------FECHAMENTO DE ARQUIVOS--------------------*

            CLOSE ARQ-CONTAS ARQ-RECEITAS ARQ-DESPESAS ARQ-RECORR
                  ARQ-ORCAMENTO ARQ-CARTOES ARQ-OPERADORES
                  ARQ-EMPREST ARQ-APLICAC ARQ-RATEIO ARQ-COTACAO
                  ARQ-METAS.
            GOBACK.
