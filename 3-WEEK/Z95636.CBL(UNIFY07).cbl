       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-15  Y.O.  Her para birimi satırının altında, hesabın
      *                  özet ayına ait stopaj defteri kaydı (TAXLEDG,
      *                  TAXREC kopya kitaplığı) varsa WHT GROSS
      *                  satırıyla brüt faiz, kesilen stopaj ve net
      *                  tutar gösteriliyor; defter isteğe bağlıdır.
      *2026-09-02  Y.O.  Borç bakiyeleri dürüst basılıyor: para birimi
      *                  satırındaki bakiye ve TL karşılığı ile
      *                  müşteri toplamı ve TL genel toplamı öndeki
                           ACCESS RANDOM
                           RECORD KEY ACCR-KEY
                           STATUS ACC-ST.
           SELECT TAX-FILE ASSIGN TO TAXLEDG
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY TAX-KEY
                           STATUS TAX-ST.
           SELECT STMT-FILE ASSIGN TO STMTFILE
                           STATUS STM-ST.
           SELECT RUNPARM-FILE ASSIGN TO RUNPARM
      *İsteğe bağlıdır: bulunamazsa bekleyen tahakkuk satırı basılmaz.
       FD  ACCR-FILE.
           COPY ACCRREC.
      *TAX-FILE, PBEG021 ve PBEG006'nın yazdığı hesap + para birimi +
      *ay anahtarlı stopaj defteridir (TAXREC kopya kitaplığı).
      *İsteğe bağlıdır: bulunamazsa stopaj satırı basılmaz.
       FD  TAX-FILE.
           COPY TAXREC.
      *STMT-FILE, müşteri başına hesap özetlerini taşır; başlık,
      *müşteri, kolon, toplam ve kontrol sayfası satırları aynı alanı
      *REDEFINES eder.
           05 SA-LIT           PIC X(22).
           05 SA-AMOUNT        PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(42).
       01  STMT-WHT-LINE REDEFINES STMT-LINE.
           05 SW-LIT           PIC X(16).
           05 SW-GROSS         PIC S9(15) SIGN LEADING SEPARATE.
           05 SW-TAX-LIT       PIC X(5).
           05 SW-TAX           PIC S9(15) SIGN LEADING SEPARATE.
           05 SW-NET-LIT       PIC X(5).
           05 SW-NET           PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(6).
       01  STMT-GRAND-LINE REDEFINES STMT-LINE.
           05 SGT-LIT          PIC X(22).
           05 SGT-AMOUNT       PIC S9(15) SIGN LEADING SEPARATE.
           05  WS-RUN-DATE-OVERRIDE PIC 9(8).
           05  WS-RUN-TIMESTAMP PIC 9(14).
           05  WS-BUSINESS-DATE PIC 9(8).
           05  WS-BUSINESS-MONTH PIC 9(6).
           05  WS-CUR-ID        PIC S9(5).
           05  WS-HAVE-CUST-SW  PIC X(1).
              88 WS-HAVE-CUST     VALUE 'Y'.
           05  WS-ACCR-OPEN-SW  PIC X(1).
              88 WS-ACCR-OPEN     VALUE 'Y'.
           05  WS-TAX-OPEN-SW   PIC X(1).
              88 WS-TAX-OPEN      VALUE 'Y'.
           05  WS-CNT-STMTS     PIC 9(6) VALUE ZERO.
           05  WS-CNT-ACCTS     PIC 9(7) VALUE ZERO.
           05  WS-CNT-UNK       PIC 9(6) VALUE ZERO.
           05  WS-CNT-ACCR-LINES PIC 9(6) VALUE ZERO.
           05  WS-CNT-WHT-LINES PIC 9(6) VALUE ZERO.
           05  WS-TRY-EQ        PIC S9(18)V9(4) COMP-3.
           05  WS-CUST-TRY      PIC S9(18)V9(4) COMP-3.
           05  WS-GRAND-TRY     PIC S9(18)V9(4) COMP-3.
           05 ACC-ST         PIC 99.
              88 ACC-SUCCESS             VALUE 00 97.
              88 ACC-NOTFND              VALUE 23.
           05 TAX-ST         PIC 99.
              88 TAX-SUCCESS             VALUE 00 97.
           05 STM-ST         PIC 99.
              88 STM-SUCCESS             VALUE 00 97.
           05 PARM-ST        PIC 99.
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-BUSINESS-MONTH.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  RATE-FILE.
           OPEN OUTPUT STMT-FILE.
           IF ACC-SUCCESS
              MOVE 'Y' TO WS-ACCR-OPEN-SW
           END-IF.
           MOVE 'N' TO WS-TAX-OPEN-SW.
           OPEN INPUT TAX-FILE.
           IF TAX-SUCCESS
              MOVE 'Y' TO WS-TAX-OPEN-SW
           END-IF.
           PERFORM H110-OPEN-CONTROL.
           PERFORM H105-LOAD-RATE-TABLE.
           MOVE 'N' TO WS-HAVE-CUST-SW.
           IF WS-ACCR-OPEN
              PERFORM H240-WRITE-ACCR-LINE
           END-IF.
           IF WS-TAX-OPEN
              PERFORM H250-WRITE-WHT-LINE
           END-IF.
       H230-END. EXIT.
      *Hesabın tahakkuk kovası okunur; sıfırdan farklı bekleyen
      *tutar, para birimi satırının altında ACCRUED PENDING satırıyla
              ADD 1 TO WS-CNT-ACCR-LINES
           END-IF.
       H245-END. EXIT.
      *Hesabın özet ayına ait stopaj defteri kaydı okunur; kayıt
      *varsa para birimi satırının altında WHT GROSS satırıyla o ayın
      *brüt faizi, kesilen stopaj ve net tutar gösterilir. Kaydı
      *olmayan hesap için satır basılmaz.
       H250-WRITE-WHT-LINE.
           MOVE IDX-ID TO TAX-ID.
           MOVE IDX-DVZ TO TAX-DVZ.
           MOVE WS-BUSINESS-MONTH TO TAX-MONTH.
           READ TAX-FILE KEY IS TAX-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY PERFORM H255-PRINT-WITHHOLDING.
       H250-END. EXIT.

       H255-PRINT-WITHHOLDING.
           MOVE SPACES TO STMT-LINE.
           MOVE '    WHT GROSS:' TO SW-LIT.
           MOVE TAX-GROSS TO SW-GROSS.
           MOVE ' TAX:' TO SW-TAX-LIT.
           MOVE TAX-AMOUNT TO SW-TAX.
           MOVE ' NET:' TO SW-NET-LIT.
           MOVE TAX-NET TO SW-NET.
           WRITE STMT-LINE.
           ADD 1 TO WS-CNT-WHT-LINES.
       H255-END. EXIT.

       H235-SEARCH-RATE-TABLE.
           IF IDX-DVZ = WS-RT-DVZ(WS-RATE-IDX)
           DISPLAY 'ACCOUNT LINES PRINTED  : ' WS-CNT-ACCTS.
           DISPLAY 'UNKNOWN CURRENCY LINES : ' WS-CNT-UNK.
           DISPLAY 'ACCRUED PENDING LINES  : ' WS-CNT-ACCR-LINES.
           DISPLAY 'WITHHOLDING TAX LINES  : ' WS-CNT-WHT-LINES.
           DISPLAY '=================================================='.
           PERFORM H930-WRITE-RUN-STAT.
           CLOSE IDX-FILE.
           IF WS-ACCR-OPEN
              CLOSE ACCR-FILE
           END-IF.
           IF WS-TAX-OPEN
              CLOSE TAX-FILE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
      *Çalışmanın kontrol toplamları standart çalışma-istatistik kaydı
