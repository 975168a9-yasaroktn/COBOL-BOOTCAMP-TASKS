      *Bu kopya dosyası, onay bekleyen bakım talepleri dosyasının
      *(PENDMNT) kayıt düzenini taşır (anahtar: giriş günü CCYYAAGG +
      *o gün içindeki sıra numarası). PBEG025 talebi giren
      *kullanıcının (maker) MAINTFIL destesindeki her talebi 'P'
      *durumuyla yazar; ikinci bir kullanıcının (checker) karar kartı
      *talebi 'A' (onaylandı) ya da 'R' (reddedildi) durumuna alır.
      *Onaylayan, talebi giren kullanıcı olamaz. PBEG006 yalnızca 'A'
      *durumundaki talepleri uygular ve uyguladığı talebi sonucuyla
      *'D' (işlendi) durumuna alır. PND-DATA, MAINT-REC'in ilk 61
      *baytıdır (MAINTREC kopya kitaplığı); PBEG006 onaylı talebin
      *onaydan sonra değiştirilmediğini bu alanla karşılaştırır.
       01  PND-REC.
           05 PND-KEY.
              10 PND-SUBMIT-DATE PIC 9(8).
              10 PND-SEQ       PIC 9(5).
           05 PND-STATUS       PIC X(1).
              88 PND-PENDING             VALUE 'P'.
              88 PND-APPROVED            VALUE 'A'.
              88 PND-REJECTED            VALUE 'R'.
              88 PND-DONE                VALUE 'D'.
           05 PND-DATA         PIC X(61).
           05 PND-DATA-R REDEFINES PND-DATA.
              10 PND-ACTION    PIC X(1).
              10 PND-ID        PIC X(5).
              10 PND-DVZ       PIC X(3).
              10 FILLER        PIC X(52).
           05 PND-MAKER-ID     PIC X(8).
           05 PND-SUBMIT-TS    PIC 9(14).
           05 PND-CHECKER-ID   PIC X(8).
           05 PND-DECISION-TS  PIC 9(14).
           05 PND-DECISION-DATE PIC 9(8).
           05 PND-REJECT-REASON PIC X(30).
           05 PND-APPLY-DATE   PIC 9(8).
           05 PND-RESULT       PIC X(20).
           05 FILLER           PIC X(10).
