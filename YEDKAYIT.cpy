      *    bosaltirken basina calisma tarih/saatli bir baslik, sonuna
      *    kayit sayisi ve REG-ID toplamini tasiyan bir dip kaydi
      *    yazar; A124 geri yukleme sirasinda bu kontrollere bakarak
      *    eksik veya bozulmus dosyayi reddeder. A134 ayni dogrulamadan
      *    sonra yedegi yukleyip a111.jrn'in baslik damgasindan sonraki
      *    satirlarini uygulayarak dosyayi ileri sarar. a111.kim
      *    detay dosyasinin satirlari D satirlarindan sonra K satiri
      *    olarak yazilir; dip kaydi bunlarin sayisini da tasir.
      *    Bu alandan once alinmis yedeklerde alan bostur ve K satiri
      *    yoktur.
      *
      *    yk-tip : B = baslik, D = detay (REGKAYIT imaji),
      *             K = kimlik / iletisim detayi (KIMKAYIT imaji),
      *             S = dip
      *
           05 yk-tip      pic x(01).


               10 filler      pic x(84).

           05 yk-kimlik redefines yk-govde.

               10 yi-reg-id   pic 9(06).

               10 filler      pic x(84).

           05 yk-dip redefines yk-govde.

               10 yd-sayac    pic 9(06).

               10 yd-id-toplam pic 9(12).

               10 yd-kimlik-sayac pic 9(06).

               10 filler      pic x(66).
