       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-15  Y.O.  PBEG029'un saklama süresinden eski aylar
      *                  için yazdığı aylık özet kayıtları rapora
      *                  ROLL-UP satırı olarak, açılış/toplam
      *                  artış/kapanış bakiyesi ve hareket sayısıyla
      *                  basılır; özet ayı sorgu aralığıyla
      *                  kesişiyorsa rapora girer.
      *2026-09-02  Y.O.  Hesap hareket sorgu programı ilk sürümü:
      *                  verilen müşteri ve tarih aralığı için
      *                  hareket geçmişi dosyasındaki bütün hareketler
      * MOVRPT raporuna para birimi etiketi, iş günü ve
      * önce/artış/sonra bakiyeleriyle yazılır. "00123 USD hesabına
      * geçen ay ne oldu" sorusu böylece kasetlere inmeden
      * yanıtlanır. PBEG029'un arşivlediği aylar için MOVHIST'te
      * hesap + para birimi + ay başına tek bir özet kaydı kalır;
      * bu kayıt, ayı sorgu aralığıyla kesişiyorsa tarih kolonunda
      * ay (CCYYAA) ve ROLL-UP notu ile basılır. Ayın tek tek
      * hareketleri gerekiyorsa dönem PBEG029 ile geri yüklenir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       FD  RATE-FILE.
           COPY RATEREC.
      *MOV-RPT-FILE, müşteri hareket dökümü raporudur; başlık ve özet
      *satırları aynı alanı REDEFINES eder. Aylık özet satırında
      *tarih kolonu ayı, bakiye kolonları açılış/toplam artış/kapanışı
      *taşır ve RPT-ROLL-LIT/RPT-ROLL-COUNT doldurulur.
       FD  MOV-RPT-FILE RECORDING MODE F.
       01  RPT-DETAIL-LINE.
           05 RPT-LABEL        PIC X(3).
           05 FILLER           PIC X(1).
           05 RPT-DATE         PIC 9(8).
           05 RPT-DATE-X REDEFINES RPT-DATE.
              10 RPT-MONTH        PIC 9(6).
              10 RPT-MONTH-FILL   PIC X(2).
           05 FILLER           PIC X(1).
           05 RPT-BAL-BEFORE   PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RPT-UPLIFT       PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RPT-BAL-AFTER    PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(1).
           05 RPT-ROLL-LIT     PIC X(8).
           05 RPT-ROLL-COUNT   PIC 9(6).
           05 FILLER           PIC X(1).
       01  RPT-HEADING-LINE REDEFINES RPT-DETAIL-LINE.
           05 RH-TITLE         PIC X(26).
           05 RH-ID-LIT        PIC X(4).
           05 RC-BEFORE-HDG    PIC X(17).
           05 RC-UPLIFT-HDG    PIC X(17).
           05 RC-AFTER-HDG     PIC X(17).
           05 RC-NOTE-HDG      PIC X(16).
       01  RPT-FOOTER-LINE REDEFINES RPT-DETAIL-LINE.
           05 RF-TITLE         PIC X(24).
           05 RF-COUNT-LIT     PIC X(12).
           05  WS-RUN-TIMESTAMP PIC 9(14).
           05  WS-INQ-ID        PIC S9(5).
           05  WS-FROM-DATE     PIC 9(8).
           05  WS-FROM-DATE-X REDEFINES WS-FROM-DATE.
              10  WS-FROM-MONTH    PIC 9(6).
              10  WS-FROM-DAY      PIC 9(2).
           05  WS-TO-DATE       PIC 9(8).
           05  WS-TO-DATE-X REDEFINES WS-TO-DATE.
              10  WS-TO-MONTH      PIC 9(6).
              10  WS-TO-DAY        PIC 9(2).
           05  WS-CNT-READ      PIC 9(7) VALUE ZERO.
           05  WS-CNT-PRINTED   PIC 9(6) VALUE ZERO.
           05  WS-CNT-SKIPPED   PIC 9(7) VALUE ZERO.
           05  WS-CNT-ROLLUPS   PIC 9(6) VALUE ZERO.
         03  PROGRAM-ST.
           05 INQ-ST         PIC 99.
              88 INQ-SUCCESS             VALUE 00 97.
           MOVE 'BALANCE BEFORE' TO RC-BEFORE-HDG.
           MOVE 'UPLIFT' TO RC-UPLIFT-HDG.
           MOVE 'BALANCE AFTER' TO RC-AFTER-HDG.
           MOVE ' NOTE / COUNT' TO RC-NOTE-HDG.
           WRITE RPT-DETAIL-LINE.
       H150-END. EXIT.
      *Hareket geçmişi, sorgulanan müşterinin ilk kaydına konumlanır;
       H160-END. EXIT.
      *Müşterinin her hareketi okunur: tarih aralığı içindekiler
      *rapora yazılır, dışındakiler atlanır; başka bir müşterinin
      *kaydına gelindiğinde sorgu biter. Aylık özet kaydı, ayı sorgu
      *aralığının ayları içindeyse yazılır.
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           IF MOVH-ROLLUP
              IF MOVH-MONTH NOT < WS-FROM-MONTH
                 AND MOVH-MONTH NOT > WS-TO-MONTH
                 PERFORM H210-WRITE-RPT-DETAIL
              ELSE
                 ADD 1 TO WS-CNT-SKIPPED
              END-IF
           ELSE
              IF MOVH-DATE NOT < WS-FROM-DATE
                 AND MOVH-DATE NOT > WS-TO-DATE
                 PERFORM H210-WRITE-RPT-DETAIL
              ELSE
                 ADD 1 TO WS-CNT-SKIPPED
              END-IF
           END-IF.
           READ MOVH-FILE NEXT RECORD.
           IF NOT MVH-EOF AND MOVH-ID NOT = WS-INQ-ID
       H200-END. EXIT.
      *Hareket, para birimi etiketi, iş günü ve önce/artış/sonra
      *bakiyeleriyle rapora yazılır; etiketi bilinmeyen para birimi
      *UNK basılır. Aylık özet kaydında tarih yerine ay, ROLL-UP notu
      *ve ayın hareket sayısı basılır.
       H210-WRITE-RPT-DETAIL.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE 1 TO WS-RATE-IDX.
           ELSE
              MOVE 'UNK' TO RPT-LABEL
           END-IF.
           IF MOVH-ROLLUP
              MOVE MOVH-MONTH TO RPT-MONTH
              MOVE SPACES TO RPT-MONTH-FILL
              MOVE 'ROLL-UP' TO RPT-ROLL-LIT
              MOVE MOVH-ROLL-COUNT TO RPT-ROLL-COUNT
              ADD 1 TO WS-CNT-ROLLUPS
           ELSE
              MOVE MOVH-DATE TO RPT-DATE
           END-IF.
           MOVE MOVH-BAL-BEFORE TO RPT-BAL-BEFORE.
           MOVE MOVH-UPLIFT TO RPT-UPLIFT.
           MOVE MOVH-BAL-AFTER TO RPT-BAL-AFTER.
           DISPLAY 'HISTORY RECORDS READ    : ' WS-CNT-READ.
           DISPLAY 'MOVEMENTS PRINTED       : ' WS-CNT-PRINTED.
           DISPLAY 'OUTSIDE DATE RANGE      : ' WS-CNT-SKIPPED.
           DISPLAY 'MONTHLY ROLL-UPS PRINTED: ' WS-CNT-ROLLUPS.
           DISPLAY '=================================================='.
           PERFORM H930-WRITE-RUN-STAT.
           CLOSE INQ-FILE.
