      *Bu kopya dosyası, PBEG006'nın uyguladığı onaylı bakım
      *taleplerinin (MAINTAPR) kayıt düzenini taşır. Dosyayı PBEG025
      *onay programı, onay bekleyen talepler dosyasında (PENDMNT)
      *ikinci bir kullanıcı tarafından onaylanmış talepler için yazar.
      *MNT-ACTION 'A' = ekle, 'C' = değiştir, 'D' = sil, 'X' = hesap
      *kapama anlamına gelir; kapama talebinde ad/soyad alanlarının
      *yerinde kapanış sebebi (MNT-CLOSE-REASON) bulunur. İlk 69
      *bayt (talep + MNT-MAKER-ID) talebi giren kullanıcının MAINTFIL
      *destesindeki düzenin aynısıdır; MNT-CHECKER-ID onaylayan
      *kullanıcı, MNT-APPR-TS onay zamanı, MNT-PEND-KEY talebin
      *PENDMNT anahtarıdır (giriş günü + sıra numarası).
       01  MAINT-REC.
           05 MNT-ACTION      PIC X(1).
           05 MNT-ID          PIC S9(5).
           05 MNT-DVZ         PIC S9(3).
           05 MNT-NAME        PIC X(15).
           05 MNT-SURNAME     PIC 9(15).
           05 MNT-DATE        PIC S9(7).
           05 MNT-BALLANCE    PIC S9(15).
           05 MNT-MAKER-ID    PIC X(8).
           05 MNT-CHECKER-ID  PIC X(8).
           05 MNT-APPR-TS     PIC 9(14).
           05 MNT-PEND-KEY.
              10 MNT-PEND-DATE   PIC 9(8).
              10 MNT-PEND-SEQ    PIC 9(5).
       01  MAINT-CLOSE-REC REDEFINES MAINT-REC.
           05 FILLER          PIC X(9).
           05 MNT-CLOSE-REASON PIC X(30).
           05 FILLER          PIC X(65).
