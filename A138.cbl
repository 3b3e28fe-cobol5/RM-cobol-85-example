       IDENTIFICATION DIVISION.

       program-id. a138.

      *    a138 - sabah istisna raporu. a111.run gunlugunu okur, son
      *    gece zincirinin adimlarini sirasiyla a138.rpt dosyasina
      *    vardiya amirine verilecek bicimde doker ve her adimin iki
      *    sayacini ayni programin onceki gecelerdeki ortalamasiyla
      *    karsilastirir. Bir gece, oglen 12:00'den once yazilan
      *    satirlar icin bir onceki gun sayilir; son gece dosyadaki en
      *    gec gecedir. a111.prm'deki adimlardan son gece hic
      *    calismayan "CALISMADI", hatali biten "HATALI SONUC",
      *    sayaci esik dosyasindaki yuzde payinin disina cikan
      *    "ORTALAMANIN ALTINDA / USTUNDE" olarak isaretlenir.
      *    Ortalamasi sifir olan bir sayac icin ust esik verilmisse
      *    sifirdan buyuk her deger isaretlenir (A119'un birden hatali
      *    kayit bulmasi gibi). Istenen saklama suresinden (gun) eski
      *    a111.run satirlari ayni calismada a138.wrk uzerinden
      *    silinir; 0 verilirse silme yapilmaz. a111.prm'de A138
      *    satiri varsa saklama suresi oradan alinir ve sonuc
      *    a111.run'a yazilir.
      *
      *    a138.esk esik dosyasi (program adi 8 hane + 1 bosluk;
      *    alanlar uc bosluk ile ayrilir, bos ya da sifir alan o
      *    denetimi kapatir; "*" ile baslayan satirlar aciklamadir) :
      *        program  gece alt-1 ust-1 alt-2 ust-2
      *        A113     07   050   000   000   000
      *        A119     07   000   000   000   001
      *        A118     07   000   100   000   000
      *    gece : ortalamaya giren onceki gece sayisi (bos = 7)
      *    alt  : ortalamanin yuzde kac altina inerse isaretlenir
      *    ust  : ortalamanin yuzde kac ustune cikarsa isaretlenir

       environment DIVISION.

       input-output section.

       file-control.

                   select optional ozet-gunluk assign "a111.run"

                    organization is line sequential

                    file status is ozet-durum.

                   select optional parametre assign "a111.prm"

                    organization is line sequential

                    file status is parametre-durum.

                   select optional esik-dosya assign "a138.esk"

                    organization is line sequential

                    file status is esik-durum.

                   select ara-dosya assign "a138.wrk"

                    organization is line sequential.

                   select rapor assign "a138.rpt"

                    organization is line sequential.

       DATA division.

       file section.

       fd ozet-gunluk.

       01 ozet-satiri pic x(67).

       fd parametre.

       01 parametre-kaydi.

           COPY PRMKAYIT.

       fd esik-dosya.

       01 esik-kaydi.

           05 es-program  pic x(08).

           05 filler      pic x(01).

           05 es-gece     pic 9(02).

           05 filler      pic x(03).

           05 es-alt-1    pic 9(03).

           05 filler      pic x(03).

           05 es-ust-1    pic 9(03).

           05 filler      pic x(03).

           05 es-alt-2    pic 9(03).

           05 filler      pic x(03).

           05 es-ust-2    pic 9(03).

           05 filler      pic x(45).

       fd ara-dosya.

       01 ara-satiri  pic x(67).

       fd rapor.

       01 rapor-satiri pic x(80).

       working-storage section.

       77 ozet-durum  pic x(02) value spaces.

       77 parametre-durum pic x(02) value spaces.

       77 esik-durum  pic x(02) value spaces.

       77 ozet-bitti  pic x value "N".

       77 parametre-bitti pic x value "N".

       77 esik-bitti  pic x value "N".

       77 ara-bitti   pic x value "N".

       77 toplu-mod   pic x value "H".

       77 calisma-sonuc pic x value "B".

       77 saklama     pic 9(04) value zeros.

       77 bugun-no    pic 9(07) value zeros.

       77 sinir-no    pic 9(07) value zeros.

       77 gun-no      pic 9(07) value zeros.

       77 gece-no     pic 9(07) value zeros.

       77 son-gece    pic 9(07) value zeros.

       77 gecmis-bas  pic 9(07) value zeros.

       77 hesap-yil   pic 9(04) value zeros.

       77 hesap-ay    pic 9(02) value zeros.

       77 ara-deger   pic 9(09) value zeros.

       77 adim-sayisi pic 9(03) value zeros.

       77 tablo-no    pic 9(03) value zeros.

       77 bulunan-no  pic 9(03) value zeros.

       77 aranan-program pic x(08) value spaces.

       77 ortalama    pic 9(06) value zeros.

       77 sinir       pic 9(09) value zeros.

       77 yuzde       pic 9(03) value zeros.

       77 olcum       pic 9(06) value zeros.

       77 olcum-adi   pic x(07) value spaces.

       77 durum-adet  pic 9(02) value zeros.

       77 istisna-var pic x value "H".

       77 okunan-sayac pic 9(06) value zeros.

       77 calisan-sayac pic 9(03) value zeros.

       77 calismayan-sayac pic 9(03) value zeros.

       77 hatali-sayac pic 9(03) value zeros.

       77 sapma-sayac pic 9(03) value zeros.

       77 istisna-sayac pic 9(03) value zeros.

       77 kalan-sayac pic 9(06) value zeros.

       77 silinen-sayac pic 9(06) value zeros.

       77 ilk-tarih   pic 9(08) value zeros.

       77 ilk-saat    pic 9(08) value zeros.

       77 son-tarih   pic 9(08) value zeros.

       77 son-saat    pic 9(08) value zeros.

       77 satir-sayac pic 9(02) value zeros.

       77 sayfa-no    pic 9(03) value zeros.

       77 cikti-satir pic x(80) value spaces.

       01 gun-tarih.

           05 gt-yil      pic 9(04).

           05 gt-ay       pic 9(02).

           05 gt-gun      pic 9(02).

       01 gun-tarih-sayi redefines gun-tarih pic 9(08).

       01 adim-tablosu.

           05 adim-eleman occurs 50 times.

               10 at-program     pic x(08).

               10 at-beklenen    pic x(01).

               10 at-calisti     pic 9(03).

               10 at-sonuc       pic x(01).

               10 at-saat        pic 9(08).

               10 at-sayac-1     pic 9(06).

               10 at-sayac-2     pic 9(06).

               10 at-gece        pic 9(02).

               10 at-alt-1       pic 9(03).

               10 at-ust-1       pic 9(03).

               10 at-alt-2       pic 9(03).

               10 at-ust-2       pic 9(03).

               10 at-gecmis-adet pic 9(04).

               10 at-gecmis-1    pic 9(09).

               10 at-gecmis-2    pic 9(09).

       01 baslik-1.

           05 filler      pic x(30)

               value "SABAH ISTISNA RAPORU".

           05 filler      pic x(41) value spaces.

           05 filler      pic x(06) value "SAYFA ".

           05 bs-sayfa    pic 9(03).

       01 baslik-2.

           05 filler      pic x(03) value "NO".

           05 filler      pic x(09) value "PROGRAM".

           05 filler      pic x(07) value "SAAT".

           05 filler      pic x(02) value "S".

           05 filler      pic x(07) value "SAYI-1".

           05 filler      pic x(07) value "ORT-1".

           05 filler      pic x(07) value "SAYI-2".

           05 filler      pic x(07) value "ORT-2".

           05 filler      pic x(06) value "DURUM".

       01 aralik-satiri.

           05 filler      pic x(18) value "CALISMA ARALIGI : ".

           05 ar-ilk-tarih pic 9(08).

           05 filler      pic x(01) value spaces.

           05 ar-ilk-saat pic 9(06).

           05 filler      pic x(03) value " - ".

           05 ar-son-tarih pic 9(08).

           05 filler      pic x(01) value spaces.

           05 ar-son-saat pic 9(06).

       01 detay-satiri.

           05 dt-no       pic 9(02).

           05 filler      pic x(01) value spaces.

           05 dt-program  pic x(08).

           05 filler      pic x(01) value spaces.

           05 dt-saat     pic 9(06).

           05 filler      pic x(01) value spaces.

           05 dt-sonuc    pic x(01).

           05 filler      pic x(01) value spaces.

           05 dt-sayac-1  pic 9(06).

           05 filler      pic x(01) value spaces.

           05 dt-ort-1    pic 9(06).

           05 filler      pic x(01) value spaces.

           05 dt-sayac-2  pic 9(06).

           05 filler      pic x(01) value spaces.

           05 dt-ort-2    pic 9(06).

           05 filler      pic x(01) value spaces.

           05 dt-durum    pic x(31).

       01 ek-satiri.

           05 filler      pic x(49) value spaces.

           05 ek-durum    pic x(31).

       01 toplam-satiri.

           05 filler      pic x(08) value spaces.

           05 tp-etiket   pic x(30).

           05 tp-sayac    pic 9(06).

       01 ozet-calisma.

           COPY OZTKAYIT.

       PROCEDURE DIVISION.

       main.

           perform zincir-oku thru zincir-oku-son.

           if toplu-mod not = "E"

               display "A111.RUN SAKLAMA SURESI (GUN, 0 = SILME) ?"

               accept saklama

           end-if.

           accept gun-tarih-sayi from date yyyymmdd.

           perform gun-hesapla.

           move gun-no to bugun-no.

           perform esik-oku thru esik-oku-son.

           perform gece-bul thru gece-bul-son.

           open output rapor.

           perform sayfa-basi.

           if son-gece = zeros

               move "A111.RUN BOS, RAPORLANACAK GECE YOK." to

                   cikti-satir

               perform rapor-yaz

           else

               perform gece-topla

               move ilk-tarih to ar-ilk-tarih

               divide ilk-saat by 100 giving ar-ilk-saat

               move son-tarih to ar-son-tarih

               divide son-saat by 100 giving ar-son-saat

               move aralik-satiri to cikti-satir

               perform rapor-yaz

               move spaces to cikti-satir

               perform rapor-yaz

               perform adim-dok thru adim-dok-son

                   varying tablo-no from 1 by 1

                   until tablo-no > adim-sayisi

           end-if.

           if saklama > zeros

               perform gunluk-kirp thru gunluk-kirp-son

           end-if.

           perform toplam-dok.

           close rapor.

           add calismayan-sayac hatali-sayac sapma-sayac

               giving istisna-sayac.

           display "ISTISNALI ADIM....: " istisna-sayac.

           display "SILINEN SATIR.....: " silinen-sayac.

           display "RAPOR A138.RPT DOSYASINA YAZILDI.".

           go to son-ver.

       son-ver.

           if toplu-mod = "E"

               perform ozet-yaz

           end-if.

           if calisma-sonuc = "H"

               move 8 to return-code

           end-if.

           goback.

       zincir-oku.

      *    zincirin beklenen adimlari a111.prm'deki sirayla tabloya

      *    alinir; A138'in kendi satiri raporun sonunda yazildigi icin

      *    beklenen adim sayilmaz.

           open input parametre.

           if parametre-durum not = "00"

               if parametre-durum = "05"

                   close parametre

               end-if

               go to zincir-oku-son

           end-if.

           move "N" to parametre-bitti.

           perform zincir-satir until parametre-bitti = "E".

           close parametre.

       zincir-oku-son.

           exit.

       zincir-satir.

           read parametre

               at end move "E" to parametre-bitti

               not at end

                   if pr-program = "A138"

                       move "E" to toplu-mod

                       if p38-saklama numeric

                           move p38-saklama to saklama

                       else

                           move zeros to saklama

                       end-if

                   else

                       if pr-program not = spaces

                           and pr-program (1:1) not = "*"

                           move pr-program to aranan-program

                           perform adim-bul

                           if bulunan-no > zeros

                               move "E" to at-beklenen (bulunan-no)

                           end-if

                       end-if

                   end-if

           end-read.

       esik-oku.

           open input esik-dosya.

           if esik-durum not = "00"

               if esik-durum = "05"

                   close esik-dosya

               end-if

               go to esik-oku-son

           end-if.

           move "N" to esik-bitti.

           perform esik-satir until esik-bitti = "E".

           close esik-dosya.

       esik-oku-son.

           exit.

       esik-satir.

           read esik-dosya

               at end move "E" to esik-bitti

               not at end

                   if es-program not = spaces

                       and es-program (1:1) not = "*"

                       move es-program to aranan-program

                       perform adim-bul

                       perform esik-al thru esik-al-son

                   end-if

           end-read.

       esik-al.

           if bulunan-no = zeros

               go to esik-al-son

           end-if.

           if es-gece numeric and es-gece > zeros

               move es-gece to at-gece (bulunan-no)

           end-if.

           if es-alt-1 numeric

               move es-alt-1 to at-alt-1 (bulunan-no)

           end-if.

           if es-ust-1 numeric

               move es-ust-1 to at-ust-1 (bulunan-no)

           end-if.

           if es-alt-2 numeric

               move es-alt-2 to at-alt-2 (bulunan-no)

           end-if.

           if es-ust-2 numeric

               move es-ust-2 to at-ust-2 (bulunan-no)

           end-if.

       esik-al-son.

           exit.

       adim-bul.

      *    program tabloda yoksa sona eklenir; tablo doluysa

      *    bulunan-no sifir kalir ve satir hesaba katilmaz.

           move zeros to bulunan-no.

           perform adim-karsilastir

               varying tablo-no from 1 by 1

               until tablo-no > adim-sayisi or bulunan-no > zeros.

           if bulunan-no = zeros and adim-sayisi < 50

               add 1 to adim-sayisi

               move adim-sayisi to bulunan-no

               move aranan-program to at-program (bulunan-no)

               move "H" to at-beklenen (bulunan-no)

               move zeros to at-calisti (bulunan-no)

               move spaces to at-sonuc (bulunan-no)

               move zeros to at-saat (bulunan-no)

               move zeros to at-sayac-1 (bulunan-no)

               move zeros to at-sayac-2 (bulunan-no)

               move 7 to at-gece (bulunan-no)

               move zeros to at-alt-1 (bulunan-no)

               move zeros to at-ust-1 (bulunan-no)

               move zeros to at-alt-2 (bulunan-no)

               move zeros to at-ust-2 (bulunan-no)

               move zeros to at-gecmis-adet (bulunan-no)

               move zeros to at-gecmis-1 (bulunan-no)

               move zeros to at-gecmis-2 (bulunan-no)

           end-if.

       adim-karsilastir.

           if at-program (tablo-no) = aranan-program

               move tablo-no to bulunan-no

           end-if.

       gece-bul.

           move zeros to son-gece.

           open input ozet-gunluk.

           if ozet-durum not = "00"

               if ozet-durum = "05"

                   close ozet-gunluk

               end-if

               go to gece-bul-son

           end-if.

           move "N" to ozet-bitti.

           perform gece-oku until ozet-bitti = "E".

           close ozet-gunluk.

       gece-bul-son.

           exit.

       gece-oku.

           read ozet-gunluk

               at end move "E" to ozet-bitti

               not at end

                   add 1 to okunan-sayac

                   move ozet-satiri to ozet-calisma

                   perform gece-hesapla thru gece-hesapla-son

                   if gece-no > son-gece

                       move gece-no to son-gece

                   end-if

           end-read.

       gece-hesapla.

      *    okunamayan satirin gecesi sifir sayilir, hicbir geceye

      *    girmez.

           move zeros to gece-no.

           if oz-tarih not numeric or oz-saat not numeric

               go to gece-hesapla-son

           end-if.

           move oz-tarih to gun-tarih-sayi.

           if gt-ay < 1 or gt-ay > 12 or gt-gun < 1 or gt-gun > 31

               go to gece-hesapla-son

           end-if.

           perform gun-hesapla.

           move gun-no to gece-no.

           if oz-saat < 12000000

               subtract 1 from gece-no

           end-if.

       gece-hesapla-son.

           exit.

       gun-hesapla.

      *    tarihi sabit bir baslangictan beri gecen gun sayisina

      *    cevirir; Mart'tan baslayan yil ile subat ve artik yil

      *    duzeltmesi kendiliginden gelir.

           move gt-yil to hesap-yil.

           move gt-ay to hesap-ay.

           if hesap-ay < 3

               subtract 1 from hesap-yil

               add 12 to hesap-ay

           end-if.

           multiply hesap-yil by 365 giving gun-no.

           divide hesap-yil by 4 giving ara-deger.

           add ara-deger to gun-no.

           divide hesap-yil by 100 giving ara-deger.

           subtract ara-deger from gun-no.

           divide hesap-yil by 400 giving ara-deger.

           add ara-deger to gun-no.

           subtract 3 from hesap-ay.

           multiply hesap-ay by 153 giving ara-deger.

           add 2 to ara-deger.

           divide ara-deger by 5 giving ara-deger.

           add ara-deger to gun-no.

           add gt-gun to gun-no.

       gece-topla.

           open input ozet-gunluk.

           move "N" to ozet-bitti.

           perform topla-oku until ozet-bitti = "E".

           close ozet-gunluk.

       topla-oku.

           read ozet-gunluk

               at end move "E" to ozet-bitti

               not at end

                   move ozet-satiri to ozet-calisma

                   perform gece-hesapla thru gece-hesapla-son

                   if gece-no = son-gece

                       perform son-gece-al thru son-gece-al-son

                   else

                       if gece-no > zeros

                           perform gecmis-al thru gecmis-al-son

                       end-if

                   end-if

           end-read.

       son-gece-al.

           if ilk-tarih = zeros

               move oz-tarih to ilk-tarih

               move oz-saat to ilk-saat

           end-if.

           move oz-tarih to son-tarih.

           move oz-saat to son-saat.

           move oz-program to aranan-program.

           perform adim-bul.

           if bulunan-no = zeros

               go to son-gece-al-son

           end-if.

      *    ayni gece tekrar calisan adimin son calismasi gecerlidir.

           add 1 to at-calisti (bulunan-no).

           move oz-sonuc to at-sonuc (bulunan-no).

           move oz-saat to at-saat (bulunan-no).

           if oz-sayac-1 numeric

               move oz-sayac-1 to at-sayac-1 (bulunan-no)

           else

               move zeros to at-sayac-1 (bulunan-no)

           end-if.

           if oz-sayac-2 numeric

               move oz-sayac-2 to at-sayac-2 (bulunan-no)

           else

               move zeros to at-sayac-2 (bulunan-no)

           end-if.

       son-gece-al-son.

           exit.

       gecmis-al.

      *    yalnizca basarili calismalar ortalamaya girer.

           move oz-program to aranan-program.

           move zeros to bulunan-no.

           perform adim-karsilastir

               varying tablo-no from 1 by 1

               until tablo-no > adim-sayisi or bulunan-no > zeros.

           if bulunan-no = zeros or oz-sonuc not = "B"

               go to gecmis-al-son

           end-if.

           subtract at-gece (bulunan-no) from son-gece

               giving gecmis-bas.

           if gece-no < gecmis-bas

               go to gecmis-al-son

           end-if.

           if oz-sayac-1 not numeric or oz-sayac-2 not numeric

               go to gecmis-al-son

           end-if.

           add 1 to at-gecmis-adet (bulunan-no).

           add oz-sayac-1 to at-gecmis-1 (bulunan-no).

           add oz-sayac-2 to at-gecmis-2 (bulunan-no).

       gecmis-al-son.

           exit.

       adim-dok.

      *    yalnizca esik dosyasinda adi gecen ama zincirde olmayan ve

      *    calismamis program rapora girmez.

           if at-calisti (tablo-no) = zeros

               and at-beklenen (tablo-no) not = "E"

               go to adim-dok-son

           end-if.

           move zeros to durum-adet.

           move "H" to istisna-var.

           move tablo-no to dt-no.

           move at-program (tablo-no) to dt-program.

           divide at-saat (tablo-no) by 100 giving dt-saat.

           move at-sonuc (tablo-no) to dt-sonuc.

           move at-sayac-1 (tablo-no) to dt-sayac-1.

           move at-sayac-2 (tablo-no) to dt-sayac-2.

           move zeros to dt-ort-1.

           move zeros to dt-ort-2.

           if at-calisti (tablo-no) = zeros

               add 1 to calismayan-sayac

               move "CALISMADI" to dt-durum

               perform durum-bas

               go to adim-dok-son

           end-if.

           add 1 to calisan-sayac.

           if at-gecmis-adet (tablo-no) > zeros

               divide at-gecmis-1 (tablo-no) by

                   at-gecmis-adet (tablo-no) giving dt-ort-1 rounded

               divide at-gecmis-2 (tablo-no) by

                   at-gecmis-adet (tablo-no) giving dt-ort-2 rounded

           end-if.

           if at-sonuc (tablo-no) not = "B"

               add 1 to hatali-sayac

               move "E" to istisna-var

               move "HATALI SONUC" to dt-durum

               perform durum-bas

           end-if.

           if at-calisti (tablo-no) > 1

               move "E" to istisna-var

               move "AYNI GECE BIRDEN COK CALISTI" to dt-durum

               perform durum-bas

           end-if.

           if at-gecmis-adet (tablo-no) = zeros

               move "KARSILASTIRMA ICIN GECMIS YOK" to dt-durum

               perform durum-bas

           else

               move dt-ort-1 to ortalama

               move at-sayac-1 (tablo-no) to olcum

               move "SAYI-1" to olcum-adi

               move at-alt-1 (tablo-no) to yuzde

               perform alt-denetle thru alt-denetle-son

               move at-ust-1 (tablo-no) to yuzde

               perform ust-denetle thru ust-denetle-son

               move dt-ort-2 to ortalama

               move at-sayac-2 (tablo-no) to olcum

               move "SAYI-2" to olcum-adi

               move at-alt-2 (tablo-no) to yuzde

               perform alt-denetle thru alt-denetle-son

               move at-ust-2 (tablo-no) to yuzde

               perform ust-denetle thru ust-denetle-son

           end-if.

           if istisna-var = "E" and at-sonuc (tablo-no) = "B"

               add 1 to sapma-sayac

           end-if.

           if durum-adet = zeros

               move "NORMAL" to dt-durum

               perform durum-bas

           end-if.

       adim-dok-son.

           exit.

       alt-denetle.

           if yuzde = zeros or yuzde > 99 or ortalama = zeros

               go to alt-denetle-son

           end-if.

           subtract yuzde from 100 giving yuzde.

           multiply ortalama by yuzde giving sinir.

           divide sinir by 100 giving sinir.

           if olcum < sinir

               move "E" to istisna-var

               move spaces to dt-durum

               string olcum-adi delimited by size

                      " ORTALAMANIN ALTINDA" delimited by size

                   into dt-durum

               end-string

               perform durum-bas

           end-if.

       alt-denetle-son.

           exit.

       ust-denetle.

           if yuzde = zeros

               go to ust-denetle-son

           end-if.

           add 100 yuzde giving sinir.

           multiply ortalama by sinir.

           divide sinir by 100 giving sinir.

           if olcum > sinir

               move "E" to istisna-var

               move spaces to dt-durum

               string olcum-adi delimited by size

                      " ORTALAMANIN USTUNDE" delimited by size

                   into dt-durum

               end-string

               perform durum-bas

           end-if.

       ust-denetle-son.

           exit.

       durum-bas.

      *    adimin ilk durumu adim satirinda, digerleri altinda yalniz

      *    durum kolonunda yazilir.

           if durum-adet = zeros

               move detay-satiri to cikti-satir

           else

               move dt-durum to ek-durum

               move ek-satiri to cikti-satir

           end-if.

           perform rapor-yaz.

           add 1 to durum-adet.

       gunluk-kirp.

      *    saklama suresinden eski satirlar a138.wrk'ye alinmaz, kalan

      *    satirlar a111.run'a geri yazilir. Tarihi okunamayan satir

      *    korunur.

           subtract saklama from bugun-no giving sinir-no.

           open input ozet-gunluk.

           if ozet-durum not = "00"

               if ozet-durum = "05"

                   close ozet-gunluk

               end-if

               go to gunluk-kirp-son

           end-if.

           open output ara-dosya.

           move "N" to ozet-bitti.

           perform kirp-oku until ozet-bitti = "E".

           close ozet-gunluk.

           close ara-dosya.

           if silinen-sayac = zeros

               go to gunluk-kirp-son

           end-if.

           open input ara-dosya.

           open output ozet-gunluk.

           move "N" to ara-bitti.

           perform geri-yaz until ara-bitti = "E".

           close ara-dosya.

           close ozet-gunluk.

       gunluk-kirp-son.

           exit.

       kirp-oku.

           read ozet-gunluk

               at end move "E" to ozet-bitti

               not at end perform kirp-satir

           end-read.

       kirp-satir.

           move ozet-satiri to ozet-calisma.

           move bugun-no to gun-no.

           if oz-tarih numeric

               move oz-tarih to gun-tarih-sayi

               if gt-ay > 0 and gt-ay < 13

                   perform gun-hesapla

               end-if

           end-if.

           if gun-no < sinir-no

               add 1 to silinen-sayac

           else

               add 1 to kalan-sayac

               move ozet-satiri to ara-satiri

               write ara-satiri

           end-if.

       geri-yaz.

           read ara-dosya

               at end move "E" to ara-bitti

               not at end

                   move ara-satiri to ozet-satiri

                   write ozet-satiri

           end-read.

       toplam-dok.

           move spaces to cikti-satir.

           perform rapor-yaz.

           move "OKUNAN GUNLUK SATIRI......:" to tp-etiket.

           move okunan-sayac to tp-sayac.

           perform toplam-yaz.

           move "CALISAN ADIM..............:" to tp-etiket.

           move calisan-sayac to tp-sayac.

           perform toplam-yaz.

           move "CALISMAYAN ADIM...........:" to tp-etiket.

           move calismayan-sayac to tp-sayac.

           perform toplam-yaz.

           move "HATALI BITEN ADIM.........:" to tp-etiket.

           move hatali-sayac to tp-sayac.

           perform toplam-yaz.

           move "SAPMA GOSTEREN ADIM.......:" to tp-etiket.

           move sapma-sayac to tp-sayac.

           perform toplam-yaz.

           move "SILINEN ESKI SATIR........:" to tp-etiket.

           move silinen-sayac to tp-sayac.

           perform toplam-yaz.

           move spaces to cikti-satir.

           perform rapor-yaz.

           move "VARDIYA AMIRI : ....................    IMZA : ......"

               to cikti-satir.

           perform rapor-yaz.

       toplam-yaz.

           move toplam-satiri to cikti-satir.

           perform rapor-yaz.

       rapor-yaz.

           if satir-sayac > 58

               perform sayfa-basi

           end-if.

           move cikti-satir to rapor-satiri.

           write rapor-satiri.

           add 1 to satir-sayac.

       sayfa-basi.

           add 1 to sayfa-no.

           move sayfa-no to bs-sayfa.

           move baslik-1 to rapor-satiri.

           write rapor-satiri.

           move baslik-2 to rapor-satiri.

           write rapor-satiri.

           move spaces to rapor-satiri.

           write rapor-satiri.

           move 3 to satir-sayac.

       ozet-yaz.

           accept oz-tarih from date yyyymmdd.

           accept oz-saat from time.

           move "A138" to oz-program.

           move calisma-sonuc to oz-sonuc.

           move istisna-sayac to oz-sayac-1.

           move silinen-sayac to oz-sayac-2.

           move "ISTISNALI ADIM / SILINEN" to oz-aciklama.

           open extend ozet-gunluk.

           move ozet-calisma to ozet-satiri.

           write ozet-satiri.

           close ozet-gunluk.
