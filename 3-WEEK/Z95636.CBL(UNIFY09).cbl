       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-11  Y.O.  LOG-IN kayıt düzeni PBEG006'nın çift kontrol
      *                  alanlarıyla (talebi giren ve onaylayan
      *                  kullanıcı, onay zamanı) genişletildi.
      *2026-10-07  Y.O.  PBEG006 hesap kapama kayıtları ('X') silme
      *                  gibi önce-bakiyesi düşülerek mutabakata
      *                  alınıyor.
      *2026-09-02  Y.O.  Gece sonu bakiye mutabakat programı ilk
      *                  sürümü: önceki gecenin para birimi kapanış
      *                  toplamlarına günün AUDIT-FILE hareketleri ve
              10 RL-AI-SURNAME   PIC 9(15).
              10 RL-AI-DATE      PIC S9(7).
              10 RL-AI-BALLANCE  PIC S9(15).
           05 FILLER          PIC X.
           05 RL-MAKER-ID     PIC X(8).
           05 FILLER          PIC X.
           05 RL-CHECKER-ID   PIC X(8).
           05 FILLER          PIC X.
           05 RL-APPR-TS      PIC 9(14).
      *Bu tanımlamalar, "IDX-FILE" dosyasının kayıt yapısını belirtir;
      *UNIFY01 programındaki IDX-FILE tanımıyla aynıdır.
       FD  IDX-FILE.
       H305-END. EXIT.
      *Yalnızca LOG-RESULT = 'APPLIED' olan bakım kayıtları IDX-FILE'ı
      *değiştirmiştir: eklemede sonra-bakiye eklenir, silmede
      *önce-bakiye düşülür, değiştirmede fark uygulanır. Hesap
      *kapamada da önce-bakiye düşülür; bu bakiye kapanışta işlenen
      *faizi içerir, o faiz ise PBEG006'nın CLSAUDIT satırıyla
      *AUDIT-FILE tarafından eklenir. Boş kalmış görüntü alanları sıfır
      *sayılır.
       H400-ADD-LOG.
           ADD 1 TO WS-CNT-LOG-READ.
           IF RL-RESULT = 'APPLIED'
              WHEN 'C' COMPUTE WS-WORK-AMOUNT = WS-AI-WORK
                       - WS-BI-WORK
              WHEN 'D' COMPUTE WS-WORK-AMOUNT = ZERO - WS-BI-WORK
              WHEN 'X' COMPUTE WS-WORK-AMOUNT = ZERO - WS-BI-WORK
              WHEN OTHER MOVE ZERO TO WS-WORK-AMOUNT
           END-EVALUATE.
           MOVE RL-DVZ TO WS-WORK-DVZ.
