      *    GNDKAYIT - artis gonderim defteri (a129.kay) icin ortak
      *    kayit duzeni. A129 her uretimde bu dosyaya bir satir ekler :
      *    uretim numarasi, uretim tarih/saati, dip kaydindaki sayaclar
      *    ve uretimin kaynagi olan jurnal satirlarinin yeri (kusak
      *    numarasi ile o kusaktaki ilk ve son satir sirasi). A136
      *    sehir ofisinden gelen onaylari bu defterle karsilastirir;
      *    A137 gecmis bir uretimi defterdeki jurnal araligindan
      *    yeniden uretir ve yeniden gonderimi bu deftere ekler.
      *
      *    gk-tip   : T = ilk (tam dokum) uretim, yeniden uretilemez
      *               A = artis uretimi
      *               Y = A137 ile yeniden gonderim
      *    gk-kusak : satirlarin bulundugu jurnal kusagi. a111.jkt'deki
      *               son kusaktan buyukse satirlar hala a111.jrn'dedir.
      *

           05 gk-uretim   pic 9(06).

           05 gk-tip      pic x(01).

           05 gk-tarih    pic 9(08).

           05 gk-saat     pic 9(08).

           05 gk-kusak    pic 9(03).

           05 gk-jurnal-bas pic 9(09).

           05 gk-jurnal-son pic 9(09).

           05 gk-eklenen  pic 9(06).

           05 gk-degisen  pic 9(06).

           05 gk-pasif    pic 9(06).

           05 gk-toplam   pic 9(06).
