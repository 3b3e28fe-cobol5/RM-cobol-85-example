      *    ONBKAYIT - sehir ofisi onay bildirimi (a111.onb) icin ortak
      *    kayit duzeni. Ofis yukledigi her a111.dlt uretimi icin bir
      *    baslik, reddettigi her satir icin bir red satiri ve
      *    uyguladigi sayaclari tasiyan bir dip kaydi gonderir; bir
      *    dosyada birden cok uretimin onayi arka arkaya gelebilir.
      *    A136 dosyayi a129.kay gonderim defteriyle karsilastirir.
      *
      *    ob-tip   : B = baslik, R = reddedilen satir, S = dip
      *    or-islem : E / G / P (a111.dlt'deki dd-islem)
      *

           05 ob-tip      pic x(01).

           05 ob-govde    pic x(59).

           05 ob-baslik redefines ob-govde.

               10 oa-uretim   pic 9(06).

               10 oa-tarih    pic 9(08).

               10 oa-saat     pic 9(08).

               10 filler      pic x(37).

           05 ob-red redefines ob-govde.

               10 or-reg-id   pic 9(06).

               10 or-islem    pic x(01).

               10 or-neden    pic x(40).

               10 filler      pic x(12).

           05 ob-dip redefines ob-govde.

               10 os-eklenen  pic 9(06).

               10 os-degisen  pic 9(06).

               10 os-pasif    pic 9(06).

               10 os-red      pic 9(06).

               10 filler      pic x(35).
