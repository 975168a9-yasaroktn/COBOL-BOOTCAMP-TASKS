      *dosyaya ekler; aynı hesabın aynı gün birden çok hareketi (örn.
      *PBEG005 ve PBEG007) MOVH-SEQ ile ayrılır. PBEG019 müşteri ve
      *tarih aralığı sorgusunu bu dosyadan besler.
      *PBEG029 saklama süresinden eski hareketleri arşive taşır ve
      *yerlerine hesap + para birimi + ay başına bir özet kaydı
      *yazar. Özet kaydının gün alanı 00'dır (MOVH-ROLLUP), MOVH-SEQ
      *sıfırdır; önce/artış/sonra alanları ayın açılış bakiyesini,
      *toplam artışı ve kapanış bakiyesini taşır, MOVH-RUN-TS yerine
      *hareket sayısı ve özetin yazıldığı iş günü tutulur.
       01  MOVH-REC.
           05 MOVH-KEY.
              10 MOVH-ID       PIC S9(5) COMP-3.
              10 MOVH-DVZ      PIC S9(3) COMP.
              10 MOVH-DATE     PIC 9(8).
              10 MOVH-DATE-X REDEFINES MOVH-DATE.
                 15 MOVH-MONTH    PIC 9(6).
                 15 MOVH-DAY      PIC 9(2).
                    88 MOVH-ROLLUP   VALUE ZERO.
              10 MOVH-SEQ      PIC 9(3).
           05 MOVH-BAL-BEFORE  PIC S9(15) COMP-3.
           05 MOVH-UPLIFT      PIC S9(15) COMP-3.
           05 MOVH-BAL-AFTER   PIC S9(15) COMP-3.
           05 MOVH-RUN-TS      PIC 9(14).
           05 MOVH-ROLL-INFO REDEFINES MOVH-RUN-TS.
              10 MOVH-ROLL-COUNT  PIC 9(6).
              10 MOVH-ROLL-DATE   PIC 9(8).
