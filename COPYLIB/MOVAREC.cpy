      *Bu kopya dosyası, PBEG029'un MOVHIST'ten taşıdığı hareketlerin
      *tarihli sıralı arşiv dosyasının (MOVARCH) düzenini taşır. Her
      *çalışma bir başlık ('H'), taşınan her hareket için bir satır
      *('D', MOVH-REC'in aynı alanları) ve bir kapanış ('T') kaydı
      *yazar. Başlık çalışmanın iş gününü, kesim tarihini ve saklama
      *süresini; kapanış taşınan hareket sayısını, artış toplamını ve
      *yazılan özet sayısını taşır. Geri yükleme adımı arşivi bu
      *kontrol toplamlarıyla doğrular.
       01  MVA-REC.
           05 MVA-REC-TYPE     PIC X(1).
           05 MVA-ID           PIC S9(5) COMP-3.
           05 MVA-DVZ          PIC S9(3) COMP.
           05 MVA-DATE         PIC 9(8).
           05 MVA-SEQ          PIC 9(3).
           05 MVA-BAL-BEFORE   PIC S9(15) COMP-3.
           05 MVA-UPLIFT       PIC S9(15) COMP-3.
           05 MVA-BAL-AFTER    PIC S9(15) COMP-3.
           05 MVA-RUN-TS       PIC 9(14).
           05 FILLER           PIC X(9).
       01  MVA-HEADER-REC REDEFINES MVA-REC.
           05 MVA-H-REC-TYPE   PIC X(1).
           05 MVA-H-BUS-DATE   PIC 9(8).
           05 MVA-H-CUTOFF     PIC 9(8).
           05 MVA-H-RETAIN     PIC 9(3).
           05 MVA-H-RUN-TS     PIC 9(14).
           05 FILLER           PIC X(30).
       01  MVA-TRAILER-REC REDEFINES MVA-REC.
           05 MVA-T-REC-TYPE   PIC X(1).
           05 MVA-T-BUS-DATE   PIC 9(8).
           05 MVA-T-COUNT      PIC 9(9).
           05 MVA-T-UPLIFT     PIC S9(17) SIGN LEADING SEPARATE.
           05 MVA-T-ROLLUPS    PIC 9(7).
           05 FILLER           PIC X(21).
