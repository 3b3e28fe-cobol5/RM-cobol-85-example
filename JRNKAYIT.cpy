      *    A117 verilen KAYIT NO icin bu dosyadan gecmis raporu doker.
      *
      *    jr-islem : E = yeni kayit (once goruntusu bos),
      *               G = guncelleme, S = silme, I = arsivden iade,
      *               A = anonimlestirme talebi (A144; once / sonra
      *               goruntuleri bostur, jr-operator talep edendir),
      *               K = kimlik / iletisim detayi degisikligi
      *               (a111.kim; once / sonra goruntuleri KIMKAYIT
      *               km-bilgi duzenindedir, jr-kimlik-onceki /
      *               jr-kimlik-sonraki olarak okunur; detay yoksa
      *               goruntu bostur)
      *    jr-kaynak: bosluk = operator islemi,
      *               D = A133 toplu SEHIR / ILCE adlandirmasi (gercek
      *               tasinma degildir; A145 onayinda yazilir). Bu
      *               alan eklenmeden once yazilmis satirlarda
      *               bosluktur.
      *    jr-onaylayan: onay kuyrugundan (a111.ony, A145) uygulanan
      *               islemlerde ikinci onaylayan operatorun kodu;
      *               jr-operator talebi yapan operatordur. Dogrudan
      *               yapilan islemlerde ve eski satirlarda bosluktur.
      *
           05 jr-islem    pic x(01).


               10 jo-cikis       pic x(08).

           05 jr-kimlik-onceki redefines jr-onceki.

               10 jko-bilgi.

                   15 jko-tc-no      pic x(11).

                   15 jko-dogum      pic x(08).

                   15 jko-adres      pic x(40).

                   15 jko-telefon    pic x(12).

               10 filler          pic x(13).

           05 jr-sonraki.

               10 js-ad          pic x(12).
               10 js-statu       pic x(01).

               10 js-cikis       pic x(08).

           05 jr-kimlik-sonraki redefines jr-sonraki.

               10 jks-bilgi.

                   15 jks-tc-no      pic x(11).

                   15 jks-dogum      pic x(08).

                   15 jks-adres      pic x(40).

                   15 jks-telefon    pic x(12).

               10 filler          pic x(13).

           05 jr-kaynak   pic x(01).

           05 jr-onaylayan pic x(08).
