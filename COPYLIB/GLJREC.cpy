      *Bu kopya dosyası, PBEG023'ün genel muhasebeye verdiği günlük
      *yevmiye dosyasının (GLJRNL) sabit arayüz düzenini taşır. Dosya
      *bir başlık ('H'), para birimi + hareket türü başına bir borç ve
      *bir alacak satırı ('D') ve bir kapanış ('T') kaydından oluşur.
      *GLJ-DR-CR 'D' = borç, 'C' = alacaktır; tutar her zaman pozitif
      *ve hesabın para birimindedir. Kapanış kaydı satır sayısını ve
      *borç/alacak kontrol toplamlarını taşır; muhasebe sistemi eksik
      *gelen dosyayı bu toplamlarla reddeder.
       01  GLJ-REC.
           05 GLJ-REC-TYPE     PIC X(1).
           05 GLJ-BUS-DATE     PIC 9(8).
           05 GLJ-SEQ          PIC 9(6).
           05 GLJ-LABEL        PIC X(3).
           05 GLJ-MOVE-TYPE    PIC X(3).
           05 GLJ-GL-ACCT      PIC X(10).
           05 GLJ-DR-CR        PIC X(1).
           05 GLJ-AMOUNT       PIC 9(15).
           05 GLJ-ITEMS        PIC 9(7).
           05 GLJ-DESC         PIC X(20).
           05 FILLER           PIC X(6).
       01  GLJ-HEADER-REC REDEFINES GLJ-REC.
           05 GLJ-H-REC-TYPE   PIC X(1).
           05 GLJ-H-BUS-DATE   PIC 9(8).
           05 GLJ-H-SOURCE     PIC X(8).
           05 GLJ-H-RUN-TS     PIC 9(14).
           05 FILLER           PIC X(49).
       01  GLJ-TRAILER-REC REDEFINES GLJ-REC.
           05 GLJ-T-REC-TYPE   PIC X(1).
           05 GLJ-T-BUS-DATE   PIC 9(8).
           05 GLJ-T-LINES      PIC 9(6).
           05 GLJ-T-DEBITS     PIC 9(17).
           05 GLJ-T-CREDITS    PIC 9(17).
           05 FILLER           PIC X(31).
