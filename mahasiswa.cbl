001310*                   (berkas KELASPT); serta proses auto-assign
001320*                   mahasiswa aktif tanpa kelas ke rombel
001330*                   angkatannya yang masih terbuka.
001340*   2026-10-15 TAK  Tambah berkas tagihan UKT per NPM+semester
001350*                   (UKTMAST): muat tagihan dari UKTTAGIH, muat
001360*                   pembayaran harian bank dari BANKBYR dengan
001370*                   laporan terima/tolak (UKTBYRPT), laporan
001380*                   tunggakan per angkatan/kelas (UKTTGKPT), dan
001390*                   surat keterangan aktif kuliah ditolak bila
001400*                   UKT semester berjalan belum lunas.
001410*   2026-10-15 TAK  Tambah dosen wali: acuan dosen dari berkas
001420*                   DOSENREF (NIDN,nama,fakultas,kuota), NIDN
001430*                   wali pada master, ubah wali di menu
001440*                   pemeliharaan dan transaksi WALI pada MUTASIF
001450*                   (cek kuota, dicatat ke AUDITLOG), serta
001460*                   laporan mahasiswa bimbingan per dosen wali
001470*                   (berkas WALIRPT) dengan IPS terakhir dan IPK.
001480*   2026-10-15 TAK  Tambah evaluasi yudisium: syarat kurikulum
001490*                   per fakultas dari berkas KURIKREF (minimal
001500*                   SKS, minimal IPK, maksimal nilai D, matkul
001510*                   wajib), evaluasi mahasiswa AKTIF terhadap
001520*                   NILMAST memakai nilai terbaik matkul ulang,
001530*                   laporan layak/tidak layak beralasan (berkas
001540*                   YUDISPT); ubah status ke LULUS (interaktif,
001550*                   MUTASIF) dan arsip alumni ditolak bagi yang
001560*                   tidak lolos.
001570*   2026-10-15 TAK  Tambah evaluasi akademik akhir semester atas
001580*                   mahasiswa AKTIF/CUTI: batas masa studi dari
001590*                   angkatan NPM dan IPS < 2.00 berturut-turut,
001600*                   dibagi tiga tingkat (peringatan, peringatan
001610*                   akhir, usulan DO) ke berkas EVALPT, dengan
001620*                   usulan transaksi MUTASIF untuk tingkat DO di
001630*                   berkas MUTASIDO; juga operasi EVALUASI pada
001640*                   mode batch.
001650*   2026-10-15 TAK  Tambah kiriman pelaporan semester PDDIKTI
001660*                   (berkas PDDIKTI: kepala, detail per
001670*                   mahasiswa dan trailer kontrol) dari MAHMAST,
001680*                   NILMAST dan ALUMAST, laporan validasi
001690*                   PDDIKVAL, dan operasi PDDIKTI pada mode
001700*                   batch.
001710*   2026-10-15 TAK  Tambah koreksi nilai (interaktif dan batch
001720*                   dari KOREKSIF) dengan kode alasan dan
001730*                   referensi otorisasi dosen, riwayat nilai
001740*                   lama/baru di NILHIST dan AUDITLOG, laporan
001750*                   perubahan nilai KOREKRPT per matkul dan
001760*                   semester; muat NILEXTRK kini menolak nilai
001770*                   berhuruf beda ke berkas NILTOLAK.
001780*   2026-10-15 TAK  Tambah analisis kohort per angkatan dan
001790*                   fakultas dari MAHMAST dan ALUMAST: jumlah
001800*                   masuk, per status, lulus tepat waktu/
001810*                   terlambat dan rata-rata lama studi, ke
001820*                   laporan KOHORPT dan CSV KOHORCSV untuk borang
001830*                   BAN-PT; juga operasi KOHORT pada mode batch.
001840*   2026-10-15 TAK  Tambah laporan distribusi nilai dan tingkat
001850*                   kelulusan per matkul untuk rentang semester
001860*                   (DISTNPT): sebaran huruf BOBOTREF, rata-rata
001870*                   bobot, persen lulus, pengambilan ulang
001880*                   dipisah, tanda porsi D+E di atas ambang;
001890*                   juga operasi SEBARAN pada mode batch.
001900*   2026-10-15 TAK  Tambah berkas BIODATA berkunci NPM (tempat/
001910*                   tanggal lahir, jenis kelamin, NIK, alamat,
001920*                   telepon, email, orang tua/wali) dengan layar
001930*                   lihat/tambah/ubah, muat batch dari BIOEXTRK
001940*                   (laporan BIOMUTPT, operasi BIODATA pada mode
001950*                   batch) dan jejak audit per kolom; surat
001960*                   keterangan mencetak TTL dan alamat; biodata
001970*                   ikut arsip alumni (ALUMBIO), pemulihan dan
001980*                   hapus mahasiswa.
001990*   2026-10-15 TAK  Tambah kunci pemakaian RUNLOCK (pemegang,
002000*                   operasi, sejak kapan): tiap sesi terdaftar
002010*                   sebagai pemakai bersama; arsip lulus, muat-
002020*                   ulang master, hapus/pindah nilai yatim,
002030*                   auto-assign kelas dan MUTASI batch memerlukan
002040*                   pemakaian eksklusif dan ditolak bila ada sesi
002050*                   lain; ambil alih kunci basi oleh supervisor
002060*                   dicatat ke AUDITLOG (KUNCIPAK); mode batch
002070*                   mencatat langkah GAGAL di BATCHLOG (kolom
002080*                   keterangan baru) tanpa menunggu.
002090*   2026-10-15 TAK  Tambah log pembayaran UKT (UKTBYRLG) berkunci
002100*                   NPM+semester+referensi: referensi bank yang
002110*                   pernah dimuat ditolak walau bukan pembayaran
002120*                   terakhir. Arsip lulus menyalin biodata ke
002130*                   ALUMBIO sebelum menulis ALUMAST. Evaluasi
002140*                   akademik menolak semester bersuku bukan 1/2.
002150*   2026-10-15 TAK  Backup akhir-hari ikut membongkar BIODATA,
002160*                   ALUMBIO, UKTMAST dan UKTBYRLG (BIOBKP/ABIBKP/
002170*                   UKTBKP/UKLBKP) dengan pilihan muat-ulangnya.
002180*                   Muat UKTTAGIH/BANKBYR menolak semester bersuku
002190*                   bukan 1/2. NIK lebih dari 16 digit ditolak;
002200*                   muat biodata batch hanya mengubah kolom
002210*                   ekstrak yang terisi.
002220*   2026-10-15 TAK  Pendaftaran sesi di RUNLOCK hanya menulis
002230*                   rekaman baru (jam sesi diambil ulang bila
002240*                   kunci sudah dipakai); jejak KUNCIPAK memuat
002250*                   pemegang dan operasi utuh. Baris statistik
002260*                   DISTNPT muat 80 kolom; laporan tunggakan
002270*                   menolak semester bersuku bukan 1/2.
002280******************************************************************
002290 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. DAFTAR-MAHASISWA.
002310 AUTHOR. TIM-AKADEMIK.
002320 INSTALLATION. FAKULTAS-ILMU-KOMPUTER.
002330 DATE-WRITTEN. 01-07-2019.
002340 DATE-COMPILED.
002350******************************************************************
002360*                 E N V I R O N M E N T   D I V I S I O N        *
002370******************************************************************
002380 ENVIRONMENT DIVISION.
002390 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002410     SELECT MASTER-FILE ASSIGN TO "MAHMAST"
002420         ORGANIZATION IS INDEXED
002430         ACCESS MODE IS DYNAMIC
002440         RECORD KEY IS MR-NPM
002450         FILE STATUS IS WS-MASTER-STATUS.
002460
002470     SELECT NILAI-FILE ASSIGN TO "NILMAST"
002480         ORGANIZATION IS INDEXED
002490         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS NM-KEY
002510         FILE STATUS IS WS-NIL-STATUS.
002520
002530     SELECT REGISTRAR-FILE ASSIGN TO "REGEXTRK"
002540         ORGANIZATION IS LINE SEQUENTIAL
002550         FILE STATUS IS WS-REG-STATUS.
002560
002570     SELECT GRADE-EXTRACT-FILE ASSIGN TO "NILEXTRK"
002580         ORGANIZATION IS LINE SEQUENTIAL
002590         FILE STATUS IS WS-GEX-STATUS.
002600
002610     SELECT FACULTY-REF-FILE ASSIGN TO "FAKREF"
002620         ORGANIZATION IS LINE SEQUENTIAL
002630         FILE STATUS IS WS-FAK-STATUS.
002640
002650     SELECT CSV-OUT-FILE ASSIGN TO "SIAKOUT"
002660         ORGANIZATION IS LINE SEQUENTIAL
002670         FILE STATUS IS WS-CSV-STATUS.
002680
002690     SELECT ALUMNI-FILE ASSIGN TO "ALUMAST"
002700         ORGANIZATION IS INDEXED
002710         ACCESS MODE IS DYNAMIC
002720         RECORD KEY IS AM-NPM
002730         FILE STATUS IS WS-ALM-STATUS.
002740
002750     SELECT REPORT-FILE ASSIGN TO "ROSTERPT"
002760         ORGANIZATION IS LINE SEQUENTIAL
002770         FILE STATUS IS WS-RPT-STATUS.
002780
002790     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
002800         ORGANIZATION IS LINE SEQUENTIAL
002810         FILE STATUS IS WS-AUD-STATUS.
002820
002830     SELECT SORT-FILE ASSIGN TO "SORTWK".
002840
002850     SELECT CERT-FILE ASSIGN TO "SURATKET"
002860         ORGANIZATION IS LINE SEQUENTIAL
002870         FILE STATUS IS WS-CRT-STATUS.
002880
002890     SELECT CHECKPOINT-FILE ASSIGN TO "ENTRYCKP"
002900         ORGANIZATION IS LINE SEQUENTIAL
002910         FILE STATUS IS WS-CKP-STATUS.
002920
002930     SELECT SUMMARY-FILE ASSIGN TO "RINGKAPT"
002940         ORGANIZATION IS LINE SEQUENTIAL
002950         FILE STATUS IS WS-SUM-STATUS.
002960
002970     SELECT RECON-FILE ASSIGN TO "REKONPT"
002980         ORGANIZATION IS LINE SEQUENTIAL
002990         FILE STATUS IS WS-RCN-STATUS.
003000
003010     SELECT GRADE-REF-FILE ASSIGN TO "BOBOTREF"
003020         ORGANIZATION IS LINE SEQUENTIAL
003030         FILE STATUS IS WS-BBT-STATUS.
003040
003050     SELECT RANK-FILE ASSIGN TO "RANKPT"
003060         ORGANIZATION IS LINE SEQUENTIAL
003070         FILE STATUS IS WS-RNK-STATUS.
003080
003090     SELECT COURSE-REF-FILE ASSIGN TO "MATKULRF"
003100         ORGANIZATION IS LINE SEQUENTIAL
003110         FILE STATUS IS WS-MKR-STATUS.
003120
003130     SELECT INTEG-FILE ASSIGN TO "INTEGPT"
003140         ORGANIZATION IS LINE SEQUENTIAL
003150         FILE STATUS IS WS-ITG-STATUS.
003160
003170     SELECT BATCH-CTL-FILE ASSIGN TO "BATCHCTL"
003180         ORGANIZATION IS LINE SEQUENTIAL
003190         FILE STATUS IS WS-BCT-STATUS.
003200
003210     SELECT RUN-LOG-FILE ASSIGN TO "BATCHLOG"
003220         ORGANIZATION IS LINE SEQUENTIAL
003230         FILE STATUS IS WS-LOG-STATUS.
003240
003250     SELECT MAINT-TRX-FILE ASSIGN TO "MUTASIF"
003260         ORGANIZATION IS LINE SEQUENTIAL
003270         FILE STATUS IS WS-MTX-STATUS.
003280
003290     SELECT MAINT-RPT-FILE ASSIGN TO "MUTASIPT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003310         FILE STATUS IS WS-MTR-STATUS.
003320
003330     SELECT ALUM-RPT-FILE ASSIGN TO "ALUMRPT"
003340         ORGANIZATION IS LINE SEQUENTIAL
003350         FILE STATUS IS WS-ALR-STATUS.
003360
003370     SELECT ALUM-CSV-FILE ASSIGN TO "ALUMCSV"
003380         ORGANIZATION IS LINE SEQUENTIAL
003390         FILE STATUS IS WS-ALC-STATUS.
003400
003410     SELECT AUDIT-RPT-FILE ASSIGN TO "AUDITRPT"
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS WS-ADR-STATUS.
003440
003450     SELECT MAH-BKP-FILE ASSIGN TO "MAHBKP"
003460         ORGANIZATION IS LINE SEQUENTIAL
003470         FILE STATUS IS WS-BKM-STATUS.
003480
003490     SELECT NIL-BKP-FILE ASSIGN TO "NILBKP"
003500         ORGANIZATION IS LINE SEQUENTIAL
003510         FILE STATUS IS WS-BKN-STATUS.
003520
003530     SELECT ALM-BKP-FILE ASSIGN TO "ALMBKP"
003540         ORGANIZATION IS LINE SEQUENTIAL
003550         FILE STATUS IS WS-BKA-STATUS.
003560
003570     SELECT BIO-BKP-FILE ASSIGN TO "BIOBKP"
003580         ORGANIZATION IS LINE SEQUENTIAL
003590         FILE STATUS IS WS-BKB-STATUS.
003600
003610     SELECT ABI-BKP-FILE ASSIGN TO "ABIBKP"
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS WS-BKG-STATUS.
003640
003650     SELECT UKT-BKP-FILE ASSIGN TO "UKTBKP"
003660         ORGANIZATION IS LINE SEQUENTIAL
003670         FILE STATUS IS WS-BKU-STATUS.
003680
003690     SELECT UYL-BKP-FILE ASSIGN TO "UKLBKP"
003700         ORGANIZATION IS LINE SEQUENTIAL
003710         FILE STATUS IS WS-BKY-STATUS.
003720
003730     SELECT KELAS-REF-FILE ASSIGN TO "KELASREF"
003740         ORGANIZATION IS LINE SEQUENTIAL
003750         FILE STATUS IS WS-KLR-STATUS.
003760
003770     SELECT KELAS-RPT-FILE ASSIGN TO "KELASPT"
003780         ORGANIZATION IS LINE SEQUENTIAL
003790         FILE STATUS IS WS-KPT-STATUS.
003800
003810     SELECT UKT-FILE ASSIGN TO "UKTMAST"
003820         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS DYNAMIC
003840         RECORD KEY IS UK-KEY
003850         FILE STATUS IS WS-UKT-STATUS.
003860
003870     SELECT UKT-TAGIH-FILE ASSIGN TO "UKTTAGIH"
003880         ORGANIZATION IS LINE SEQUENTIAL
003890         FILE STATUS IS WS-UTG-STATUS.
003900
003910     SELECT BANK-PAY-FILE ASSIGN TO "BANKBYR"
003920         ORGANIZATION IS LINE SEQUENTIAL
003930         FILE STATUS IS WS-BNK-STATUS.
003940
003950     SELECT UKT-PAY-RPT-FILE ASSIGN TO "UKTBYRPT"
003960         ORGANIZATION IS LINE SEQUENTIAL
003970         FILE STATUS IS WS-UBR-STATUS.
003980
003990     SELECT UKT-ARREARS-FILE ASSIGN TO "UKTTGKPT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004010         FILE STATUS IS WS-UTK-STATUS.
004020
004030     SELECT UKT-LOG-FILE ASSIGN TO "UKTBYRLG"
004040         ORGANIZATION IS INDEXED
004050         ACCESS MODE IS DYNAMIC
004060         RECORD KEY IS UY-KEY
004070         FILE STATUS IS WS-UYL-STATUS.
004080
004090     SELECT DOSEN-REF-FILE ASSIGN TO "DOSENREF"
004100         ORGANIZATION IS LINE SEQUENTIAL
004110         FILE STATUS IS WS-DSN-STATUS.
004120
004130     SELECT WALI-RPT-FILE ASSIGN TO "WALIRPT"
004140         ORGANIZATION IS LINE SEQUENTIAL
004150         FILE STATUS IS WS-WLR-STATUS.
004160
004170     SELECT KURIK-REF-FILE ASSIGN TO "KURIKREF"
004180         ORGANIZATION IS LINE SEQUENTIAL
004190         FILE STATUS IS WS-KRR-STATUS.
004200
004210     SELECT YUDIS-RPT-FILE ASSIGN TO "YUDISPT"
004220         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS WS-YDR-STATUS.
004240
004250     SELECT EVAL-RPT-FILE ASSIGN TO "EVALPT"
004260         ORGANIZATION IS LINE SEQUENTIAL
004270         FILE STATUS IS WS-EVR-STATUS.
004280
004290     SELECT EVAL-DO-FILE ASSIGN TO "MUTASIDO"
004300         ORGANIZATION IS LINE SEQUENTIAL
004310         FILE STATUS IS WS-EVD-STATUS.
004320
004330     SELECT PDDIKTI-FILE ASSIGN TO "PDDIKTI"
004340         ORGANIZATION IS LINE SEQUENTIAL
004350         FILE STATUS IS WS-PDD-STATUS.
004360
004370     SELECT PDD-VAL-FILE ASSIGN TO "PDDIKVAL"
004380         ORGANIZATION IS LINE SEQUENTIAL
004390         FILE STATUS IS WS-PDV-STATUS.
004400
004410     SELECT NIL-TOLAK-FILE ASSIGN TO "NILTOLAK"
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS WS-NTL-STATUS.
004440
004450     SELECT NIL-HIST-FILE ASSIGN TO "NILHIST"
004460         ORGANIZATION IS LINE SEQUENTIAL
004470         FILE STATUS IS WS-NHS-STATUS.
004480
004490     SELECT KOREK-TRX-FILE ASSIGN TO "KOREKSIF"
004500         ORGANIZATION IS LINE SEQUENTIAL
004510         FILE STATUS IS WS-KTX-STATUS.
004520
004530     SELECT KOREK-RPT-FILE ASSIGN TO "KOREKSPT"
004540         ORGANIZATION IS LINE SEQUENTIAL
004550         FILE STATUS IS WS-KTR-STATUS.
004560
004570     SELECT KOREK-PER-FILE ASSIGN TO "KOREKRPT"
004580         ORGANIZATION IS LINE SEQUENTIAL
004590         FILE STATUS IS WS-KPR-STATUS.
004600
004610     SELECT KOHORT-RPT-FILE ASSIGN TO "KOHORPT"
004620         ORGANIZATION IS LINE SEQUENTIAL
004630         FILE STATUS IS WS-KHR-STATUS.
004640
004650     SELECT KOHORT-CSV-FILE ASSIGN TO "KOHORCSV"
004660         ORGANIZATION IS LINE SEQUENTIAL
004670         FILE STATUS IS WS-KHC-STATUS.
004680
004690     SELECT DIST-RPT-FILE ASSIGN TO "DISTNPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004710         FILE STATUS IS WS-DNR-STATUS.
004720
004730     SELECT BIODATA-FILE ASSIGN TO "BIODATA"
004740         ORGANIZATION IS INDEXED
004750         ACCESS MODE IS DYNAMIC
004760         RECORD KEY IS BD-NPM
004770         FILE STATUS IS WS-BIO-STATUS.
004780
004790     SELECT ALUM-BIO-FILE ASSIGN TO "ALUMBIO"
004800         ORGANIZATION IS INDEXED
004810         ACCESS MODE IS DYNAMIC
004820         RECORD KEY IS BA-NPM
004830         FILE STATUS IS WS-ABI-STATUS.
004840
004850     SELECT BIO-EXT-FILE ASSIGN TO "BIOEXTRK"
004860         ORGANIZATION IS LINE SEQUENTIAL
004870         FILE STATUS IS WS-BEX-STATUS.
004880
004890     SELECT BIO-RPT-FILE ASSIGN TO "BIOMUTPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
004910         FILE STATUS IS WS-BRP-STATUS.
004920
004930     SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
004940         ORGANIZATION IS INDEXED
004950         ACCESS MODE IS DYNAMIC
004960         RECORD KEY IS RL-SESI
004970         FILE STATUS IS WS-RLK-STATUS.
004980******************************************************************
004990*                       D A T A   D I V I S I O N                *
005000******************************************************************
005010 DATA DIVISION.
005020 FILE SECTION.
005030*----------------------------------------------------------------*
005040* Berkas master mahasiswa - permanen, kunci NPM                  *
005050*----------------------------------------------------------------*
005060 FD  MASTER-FILE
005070     LABEL RECORDS ARE STANDARD.
005080 01  MASTER-RECORD.
005090     05  MR-NPM                     PIC 9(08).
005100     05  MR-NAMA                    PIC X(40).
005110     05  MR-STATUS                  PIC X(01).
005120         88  MR-STATUS-AKTIF        VALUE "A".
005130         88  MR-STATUS-CUTI         VALUE "C".
005140         88  MR-STATUS-LULUS        VALUE "L".
005150         88  MR-STATUS-DO           VALUE "D".
005160     05  MR-KELAS                   PIC X(03).
005170     05  MR-NIDN-WALI               PIC X(10).
005180
005190*----------------------------------------------------------------*
005200* Berkas master nilai per mata kuliah - permanen, kunci gabungan *
005210* NPM + semester (TTTTS: tahun + term) + kode mata kuliah, agar  *
005220* nilai ulangan matkul tersimpan per semester tanpa menimpa      *
005230* riwayat                                                        *
005240*----------------------------------------------------------------*
005250 FD  NILAI-FILE
005260     LABEL RECORDS ARE STANDARD.
005270 01  NILAI-RECORD.
005280     05  NM-KEY.
005290         10  NM-NPM                 PIC 9(08).
005300         10  NM-SEMESTER            PIC X(05).
005310         10  NM-MATKUL              PIC X(08).
005320     05  NM-SKS                     PIC 9(02).
005330     05  NM-NILAI                   PIC X(02).
005340
005350*----------------------------------------------------------------*
005360* Berkas ekstrak registrasi - input untuk muat-batch             *
005370*----------------------------------------------------------------*
005380 FD  REGISTRAR-FILE
005390     LABEL RECORDS ARE STANDARD.
005400 01  REGISTRAR-RECORD               PIC X(80).
005410
005420*----------------------------------------------------------------*
005430* Berkas ekstrak nilai - input untuk muat-batch nilai            *
005440*----------------------------------------------------------------*
005450 FD  GRADE-EXTRACT-FILE
005460     LABEL RECORDS ARE STANDARD.
005470 01  GRADE-EXTRACT-RECORD           PIC X(80).
005480
005490*----------------------------------------------------------------*
005500* Berkas keluaran CSV untuk sistem SIAK fakultas                 *
005510*----------------------------------------------------------------*
005520 FD  CSV-OUT-FILE
005530     LABEL RECORDS ARE STANDARD.
005540 01  CSV-OUT-RECORD                 PIC X(60).
005550
005560*----------------------------------------------------------------*
005570* Berkas jejak audit transaksi pemeliharaan (sekuensial, rekam   *
005580* tanggal, jenis transaksi, NPM, nama lama dan nama baru)        *
005590*----------------------------------------------------------------*
005600 FD  AUDIT-FILE
005610     LABEL RECORDS ARE STANDARD.
005620 01  AUDIT-RECORD                   PIC X(132).
005630
005640*----------------------------------------------------------------*
005650* Berkas cetak laporan daftar mahasiswa (berhalaman)             *
005660*----------------------------------------------------------------*
005670 FD  REPORT-FILE
005680     LABEL RECORDS ARE STANDARD.
005690 01  REPORT-RECORD                  PIC X(80).
005700
005710*----------------------------------------------------------------*
005720* Berkas acuan kode fakultas (kode,nama per baris)               *
005730*----------------------------------------------------------------*
005740 FD  FACULTY-REF-FILE
005750     LABEL RECORDS ARE STANDARD.
005760 01  FACULTY-REF-RECORD             PIC X(80).
005770
005780*----------------------------------------------------------------*
005790* Berkas cetak rekonsiliasi master vs ekstrak registrasi         *
005800*----------------------------------------------------------------*
005810 FD  RECON-FILE
005820     LABEL RECORDS ARE STANDARD.
005830 01  RECON-RECORD                   PIC X(80).
005840
005850*----------------------------------------------------------------*
005860* Berkas checkpoint entri - posisi & entri yang belum disimpan   *
005870*----------------------------------------------------------------*
005880 FD  CHECKPOINT-FILE
005890     LABEL RECORDS ARE STANDARD.
005900 01  CHECKPOINT-RECORD.
005910     05  CKP-LOOP                   PIC 9(04).
005920     05  CKP-NPM                    PIC 9(08).
005930     05  CKP-NAMA                   PIC X(40).
005940
005950*----------------------------------------------------------------*
005960* Berkas cetak rekap per angkatan / per fakultas                 *
005970*----------------------------------------------------------------*
005980 FD  SUMMARY-FILE
005990     LABEL RECORDS ARE STANDARD.
006000 01  SUMMARY-RECORD                 PIC X(80).
006010
006020*----------------------------------------------------------------*
006030* Berkas acuan bobot nilai huruf (kode,bobot per baris)          *
006040*----------------------------------------------------------------*
006050 FD  GRADE-REF-FILE
006060     LABEL RECORDS ARE STANDARD.
006070 01  GRADE-REF-RECORD               PIC X(80).
006080
006090*----------------------------------------------------------------*
006100* Berkas cetak peringkat IPK (daftar dekan / probasi)            *
006110*----------------------------------------------------------------*
006120 FD  RANK-FILE
006130     LABEL RECORDS ARE STANDARD.
006140 01  RANK-RECORD                    PIC X(80).
006150
006160*----------------------------------------------------------------*
006170* Berkas acuan katalog mata kuliah (kode,nama,sks per baris)     *
006180*----------------------------------------------------------------*
006190 FD  COURSE-REF-FILE
006200     LABEL RECORDS ARE STANDARD.
006210 01  COURSE-REF-RECORD              PIC X(80).
006220
006230*----------------------------------------------------------------*
006240* Berkas cetak laporan integritas nilai (rekaman yatim)          *
006250*----------------------------------------------------------------*
006260 FD  INTEG-FILE
006270     LABEL RECORDS ARE STANDARD.
006280 01  INTEG-RECORD                   PIC X(80).
006290
006300*----------------------------------------------------------------*
006310* Berkas kendali mode batch (satu operasi per baris, dipisah     *
006320* koma: MUAT / NILAI / EKSPOR,kls / DAFTAR,urut,saring,kls /     *
006330* REKAP / MUTASI / TAGIHAN / BAYAR / TUNGGAK,sem / YUDISIUM /    *
006340* EVALUASI,sem / PDDIKTI,sem / KOREKSI / KOREKRPT,awal,akhir /   *
006350* KOHORT / SEBARAN,awal,akhir,ambang / BIODATA; baris            *
006360* diawali * adalah komentar)                                     *
006370*----------------------------------------------------------------*
006380 FD  BATCH-CTL-FILE
006390     LABEL RECORDS ARE STANDARD.
006400 01  BATCH-CTL-RECORD               PIC X(80).
006410
006420*----------------------------------------------------------------*
006430* Berkas log hasil mode batch (satu baris per langkah)           *
006440*----------------------------------------------------------------*
006450 FD  RUN-LOG-FILE
006460     LABEL RECORDS ARE STANDARD.
006470 01  RUN-LOG-RECORD                 PIC X(80).
006480
006490*----------------------------------------------------------------*
006500* Berkas transaksi pemeliharaan batch (satu transaksi per baris, *
006510* dipisah koma: JENIS,NPM,NILAI-BARU; baris diawali * komentar)  *
006520*----------------------------------------------------------------*
006530 FD  MAINT-TRX-FILE
006540     LABEL RECORDS ARE STANDARD.
006550 01  MAINT-TRX-RECORD               PIC X(80).
006560
006570*----------------------------------------------------------------*
006580* Berkas cetak laporan terima/tolak transaksi batch              *
006590*----------------------------------------------------------------*
006600 FD  MAINT-RPT-FILE
006610     LABEL RECORDS ARE STANDARD.
006620 01  MAINT-RPT-RECORD               PIC X(80).
006630
006640*----------------------------------------------------------------*
006650* Berkas cetak laporan daftar alumni (berhalaman)                *
006660*----------------------------------------------------------------*
006670 FD  ALUM-RPT-FILE
006680     LABEL RECORDS ARE STANDARD.
006690 01  ALUM-RPT-RECORD                PIC X(80).
006700
006710*----------------------------------------------------------------*
006720* Berkas keluaran CSV alumni untuk bagian hubungan alumni        *
006730*----------------------------------------------------------------*
006740 FD  ALUM-CSV-FILE
006750     LABEL RECORDS ARE STANDARD.
006760 01  ALUM-CSV-RECORD                PIC X(62).
006770
006780*----------------------------------------------------------------*
006790* Berkas cetak hasil penelusuran jejak audit                     *
006800*----------------------------------------------------------------*
006810 FD  AUDIT-RPT-FILE
006820     LABEL RECORDS ARE STANDARD.
006830 01  AUDIT-RPT-RECORD               PIC X(132).
006840
006850*----------------------------------------------------------------*
006860* Berkas backup sekuensial para master berindeks: rekaman data   *
006870* berawalan "D", rekaman trailer berawalan "T" berisi cacah      *
006880*----------------------------------------------------------------*
006890 FD  MAH-BKP-FILE
006900     LABEL RECORDS ARE STANDARD.
006910 01  MAH-BKP-RECORD.
006920     05  MB-JENIS                   PIC X(01).
006930     05  MB-DATA                    PIC X(62).
006940
006950 FD  NIL-BKP-FILE
006960     LABEL RECORDS ARE STANDARD.
006970 01  NIL-BKP-RECORD.
006980     05  NB-JENIS                   PIC X(01).
006990     05  NB-DATA                    PIC X(25).
007000
007010 FD  ALM-BKP-FILE
007020     LABEL RECORDS ARE STANDARD.
007030 01  ALM-BKP-RECORD.
007040     05  AB-JENIS                   PIC X(01).
007050     05  AB-DATA                    PIC X(59).
007060
007070 FD  BIO-BKP-FILE
007080     LABEL RECORDS ARE STANDARD.
007090 01  BIO-BKP-RECORD.
007100     05  BB-JENIS                   PIC X(01).
007110     05  BB-DATA                    PIC X(240).
007120
007130 FD  ABI-BKP-FILE
007140     LABEL RECORDS ARE STANDARD.
007150 01  ABI-BKP-RECORD.
007160     05  BG-JENIS                   PIC X(01).
007170     05  BG-DATA                    PIC X(240).
007180
007190 FD  UKT-BKP-FILE
007200     LABEL RECORDS ARE STANDARD.
007210 01  UKT-BKP-RECORD.
007220     05  BU-JENIS                   PIC X(01).
007230     05  BU-DATA                    PIC X(61).
007240
007250 FD  UYL-BKP-FILE
007260     LABEL RECORDS ARE STANDARD.
007270 01  UYL-BKP-RECORD.
007280     05  BY-JENIS                   PIC X(01).
007290     05  BY-DATA                    PIC X(56).
007300
007310*----------------------------------------------------------------*
007320* Berkas acuan kelas/rombel (kode,nama,kapasitas,angkatan per    *
007330* baris; angkatan kosong berarti terbuka untuk semua angkatan)   *
007340*----------------------------------------------------------------*
007350 FD  KELAS-REF-FILE
007360     LABEL RECORDS ARE STANDARD.
007370 01  KELAS-REF-RECORD               PIC X(80).
007380
007390*----------------------------------------------------------------*
007400* Berkas cetak laporan utilisasi kelas/rombel                    *
007410*----------------------------------------------------------------*
007420 FD  KELAS-RPT-FILE
007430     LABEL RECORDS ARE STANDARD.
007440 01  KELAS-RPT-RECORD               PIC X(80).
007450
007460*----------------------------------------------------------------*
007470* Berkas tagihan UKT - permanen, kunci NPM + semester (TTTTS,    *
007480* sama dengan NM-SEMESTER); golongan UKT, nominal tagihan dan    *
007490* akumulasi pembayaran yang sudah diterima dari bank             *
007500*----------------------------------------------------------------*
007510 FD  UKT-FILE
007520     LABEL RECORDS ARE STANDARD.
007530 01  UKT-RECORD.
007540     05  UK-KEY.
007550         10  UK-NPM                 PIC 9(08).
007560         10  UK-SEMESTER            PIC X(05).
007570     05  UK-GOLONGAN                PIC 9(02).
007580     05  UK-TAGIHAN                 PIC 9(09)V9(02).
007590     05  UK-BAYAR                   PIC 9(09)V9(02).
007600     05  UK-TGL-BAYAR               PIC 9(08).
007610     05  UK-REF-BAYAR               PIC X(16).
007620
007630*----------------------------------------------------------------*
007640* Berkas ekstrak tagihan UKT dari bagian keuangan (NPM,semester, *
007650* golongan,nominal per baris)                                    *
007660*----------------------------------------------------------------*
007670 FD  UKT-TAGIH-FILE
007680     LABEL RECORDS ARE STANDARD.
007690 01  UKT-TAGIH-RECORD               PIC X(80).
007700
007710*----------------------------------------------------------------*
007720* Berkas pembayaran harian dari bank (NPM,semester,nominal,      *
007730* tanggal YYYYMMDD,nomor referensi per baris)                    *
007740*----------------------------------------------------------------*
007750 FD  BANK-PAY-FILE
007760     LABEL RECORDS ARE STANDARD.
007770 01  BANK-PAY-RECORD                PIC X(80).
007780
007790*----------------------------------------------------------------*
007800* Berkas cetak laporan terima/tolak pembayaran UKT dari bank     *
007810*----------------------------------------------------------------*
007820 FD  UKT-PAY-RPT-FILE
007830     LABEL RECORDS ARE STANDARD.
007840 01  UKT-PAY-RPT-RECORD             PIC X(80).
007850
007860*----------------------------------------------------------------*
007870* Berkas cetak laporan tunggakan UKT per angkatan / kelas        *
007880*----------------------------------------------------------------*
007890 FD  UKT-ARREARS-FILE
007900     LABEL RECORDS ARE STANDARD.
007910 01  UKT-ARREARS-RECORD             PIC X(80).
007920
007930*----------------------------------------------------------------*
007940* Berkas log pembayaran UKT - permanen, kunci NPM + semester +   *
007950* nomor referensi bank; satu rekaman per pembayaran diterima     *
007960*----------------------------------------------------------------*
007970 FD  UKT-LOG-FILE
007980     LABEL RECORDS ARE STANDARD.
007990 01  UKT-LOG-RECORD.
008000     05  UY-KEY.
008010         10  UY-NPM                 PIC 9(08).
008020         10  UY-SEMESTER            PIC X(05).
008030         10  UY-REF-BAYAR           PIC X(16).
008040     05  UY-NOMINAL                 PIC 9(09)V9(02).
008050     05  UY-TGL-BAYAR               PIC 9(08).
008060     05  UY-TGL-MUAT                PIC 9(08).
008070
008080*----------------------------------------------------------------*
008090* Berkas acuan dosen wali (NIDN,nama,kode fakultas,kuota         *
008100* bimbingan per baris)                                           *
008110*----------------------------------------------------------------*
008120 FD  DOSEN-REF-FILE
008130     LABEL RECORDS ARE STANDARD.
008140 01  DOSEN-REF-RECORD               PIC X(80).
008150
008160*----------------------------------------------------------------*
008170* Berkas cetak laporan mahasiswa bimbingan per dosen wali        *
008180*----------------------------------------------------------------*
008190 FD  WALI-RPT-FILE
008200     LABEL RECORDS ARE STANDARD.
008210 01  WALI-RPT-RECORD                PIC X(80).
008220
008230*----------------------------------------------------------------*
008240* Berkas acuan syarat kurikulum per fakultas (kode fakultas,     *
008250* minimal SKS 3 digit, minimal IPK U.PP, maksimal nilai D 2      *
008260* digit, lalu kode matkul wajib dipisah koma); kode fakultas     *
008270* yang berulang menambah daftar matkul wajibnya                  *
008280*----------------------------------------------------------------*
008290 FD  KURIK-REF-FILE
008300     LABEL RECORDS ARE STANDARD.
008310 01  KURIK-REF-RECORD               PIC X(256).
008320
008330*----------------------------------------------------------------*
008340* Berkas cetak laporan evaluasi yudisium                         *
008350*----------------------------------------------------------------*
008360 FD  YUDIS-RPT-FILE
008370     LABEL RECORDS ARE STANDARD.
008380 01  YUDIS-RPT-RECORD               PIC X(80).
008390
008400*----------------------------------------------------------------*
008410* Berkas cetak laporan evaluasi akademik akhir semester          *
008420*----------------------------------------------------------------*
008430 FD  EVAL-RPT-FILE
008440     LABEL RECORDS ARE STANDARD.
008450 01  EVAL-RPT-RECORD                PIC X(80).
008460
008470*----------------------------------------------------------------*
008480* Berkas usulan transaksi DO hasil evaluasi akademik, format     *
008490* sama dengan MUTASIF (STATUS,NPM,D) untuk ditinjau dekan lalu   *
008500* dijalankan lewat transaksi batch                               *
008510*----------------------------------------------------------------*
008520 FD  EVAL-DO-FILE
008530     LABEL RECORDS ARE STANDARD.
008540 01  EVAL-DO-RECORD                 PIC X(80).
008550
008560*----------------------------------------------------------------*
008570* Berkas kiriman semester PDDIKTI, record tetap 80 byte:         *
008580* H = kepala (semester, tanggal proses), D = satu mahasiswa      *
008590* (status A/C/L/D, SKS dan IPS semester, SKS dan IPK kumulatif,  *
008600* tanggal lulus; IPS/IPK tanpa titik desimal, 2 desimal),        *
008610* T = trailer kontrol jumlah record per status                   *
008620*----------------------------------------------------------------*
008630 FD  PDDIKTI-FILE
008640     LABEL RECORDS ARE STANDARD.
008650 01  PDDIKTI-RECORD                 PIC X(80).
008660
008670*----------------------------------------------------------------*
008680* Berkas cetak validasi kiriman PDDIKTI (mahasiswa yang tidak    *
008690* dapat dilaporkan beserta alasannya)                            *
008700*----------------------------------------------------------------*
008710 FD  PDD-VAL-FILE
008720     LABEL RECORDS ARE STANDARD.
008730 01  PDD-VAL-RECORD                 PIC X(80).
008740
008750*----------------------------------------------------------------*
008760* Berkas baris NILEXTRK yang ditolak karena nilai tersimpan      *
008770* berhuruf beda, dalam format KOREKSIF (alasan dan otorisasi     *
008780* diisi sebelum dijalankan sebagai koreksi nilai)                *
008790*----------------------------------------------------------------*
008800 FD  NIL-TOLAK-FILE
008810     LABEL RECORDS ARE STANDARD.
008820 01  NIL-TOLAK-RECORD               PIC X(80).
008830
008840*----------------------------------------------------------------*
008850* Berkas riwayat koreksi nilai (sekuensial, ditambah di akhir):  *
008860* tanggal, NPM, semester, matkul, nilai lama, nilai baru, kode   *
008870* alasan dan referensi otorisasi dosen                           *
008880*----------------------------------------------------------------*
008890 FD  NIL-HIST-FILE
008900     LABEL RECORDS ARE STANDARD.
008910 01  NIL-HIST-RECORD.
008920     05  NH-TANGGAL                 PIC 9(08).
008930     05  NH-NPM                     PIC 9(08).
008940     05  NH-SEMESTER                PIC X(05).
008950     05  NH-MATKUL                  PIC X(08).
008960     05  NH-NILAI-LAMA              PIC X(02).
008970     05  NH-NILAI-BARU              PIC X(02).
008980     05  NH-ALASAN                  PIC 9(02).
008990     05  NH-OTORISASI               PIC X(20).
009000     05  FILLER                     PIC X(09).
009010
009020*----------------------------------------------------------------*
009030* Berkas transaksi koreksi nilai batch (NPM,SEMESTER,MATKUL,     *
009040* NILAI BARU,ALASAN,OTORISASI; baris diawali * adalah komentar)  *
009050*----------------------------------------------------------------*
009060 FD  KOREK-TRX-FILE
009070     LABEL RECORDS ARE STANDARD.
009080 01  KOREK-TRX-RECORD               PIC X(80).
009090
009100*----------------------------------------------------------------*
009110* Berkas cetak laporan terima/tolak koreksi nilai batch          *
009120*----------------------------------------------------------------*
009130 FD  KOREK-RPT-FILE
009140     LABEL RECORDS ARE STANDARD.
009150 01  KOREK-RPT-RECORD               PIC X(80).
009160
009170*----------------------------------------------------------------*
009180* Berkas cetak laporan perubahan nilai periodik                  *
009190*----------------------------------------------------------------*
009200 FD  KOREK-PER-FILE
009210     LABEL RECORDS ARE STANDARD.
009220 01  KOREK-PER-RECORD               PIC X(80).
009230
009240*----------------------------------------------------------------*
009250* Berkas cetak laporan analisis kohort per angkatan/fakultas     *
009260*----------------------------------------------------------------*
009270 FD  KOHORT-RPT-FILE
009280     LABEL RECORDS ARE STANDARD.
009290 01  KOHORT-RPT-RECORD              PIC X(80).
009300
009310*----------------------------------------------------------------*
009320* Berkas keluaran CSV kohort untuk borang BAN-PT (angkatan,      *
009330* fakultas, masuk, aktif, cuti, DO, lulus, lulus tepat, lulus    *
009340* terlambat, persen tepat, persen terlambat, rata-rata tahun)    *
009350*----------------------------------------------------------------*
009360 FD  KOHORT-CSV-FILE
009370     LABEL RECORDS ARE STANDARD.
009380 01  KOHORT-CSV-RECORD              PIC X(67).
009390
009400*----------------------------------------------------------------*
009410* Berkas cetak laporan distribusi nilai per mata kuliah          *
009420*----------------------------------------------------------------*
009430 FD  DIST-RPT-FILE
009440     LABEL RECORDS ARE STANDARD.
009450 01  DIST-RPT-RECORD                PIC X(80).
009460
009470*----------------------------------------------------------------*
009480* Berkas biodata mahasiswa, kunci NPM (pendamping MAHMAST)       *
009490*----------------------------------------------------------------*
009500 FD  BIODATA-FILE
009510     LABEL RECORDS ARE STANDARD.
009520 01  BIODATA-RECORD.
009530     05  BD-NPM                     PIC 9(08).
009540     05  BD-TEMPAT-LAHIR            PIC X(30).
009550     05  BD-TGL-LAHIR               PIC 9(08).
009560     05  BD-JENIS-KELAMIN           PIC X(01).
009570     05  BD-NIK                     PIC X(16).
009580     05  BD-ALAMAT                  PIC X(60).
009590     05  BD-TELEPON                 PIC X(15).
009600     05  BD-EMAIL                   PIC X(40).
009610     05  BD-NAMA-WALI               PIC X(40).
009620     05  FILLER                     PIC X(22).
009630
009640*----------------------------------------------------------------*
009650* Berkas biodata alumni - tata letak sama dengan BIODATA,        *
009660* rekaman dipindah bersama arsip ALUMAST                         *
009670*----------------------------------------------------------------*
009680 FD  ALUM-BIO-FILE
009690     LABEL RECORDS ARE STANDARD.
009700 01  ALUM-BIO-RECORD.
009710     05  BA-NPM                     PIC 9(08).
009720     05  BA-DATA                    PIC X(232).
009730
009740*----------------------------------------------------------------*
009750* Berkas ekstrak biodata dari registrasi, dipisah "|" karena     *
009760* alamat memuat koma (NPM|TEMPAT LAHIR|TGL LAHIR YYYYMMDD|       *
009770* L/P|NIK|ALAMAT|TELEPON|EMAIL|NAMA ORANG TUA/WALI)              *
009780*----------------------------------------------------------------*
009790 FD  BIO-EXT-FILE
009800     LABEL RECORDS ARE STANDARD.
009810 01  BIO-EXT-RECORD                 PIC X(300).
009820
009830*----------------------------------------------------------------*
009840* Berkas cetak laporan terima/tolak muat biodata                 *
009850*----------------------------------------------------------------*
009860 FD  BIO-RPT-FILE
009870     LABEL RECORDS ARE STANDARD.
009880 01  BIO-RPT-RECORD                 PIC X(80).
009890
009900*----------------------------------------------------------------*
009910* Berkas kunci pemakaian: satu rekaman per sesi yang berjalan,   *
009920* kunci tanggal+jam mulai sesi; mode S = bersama, E = eksklusif  *
009930*----------------------------------------------------------------*
009940 FD  RUN-LOCK-FILE
009950     LABEL RECORDS ARE STANDARD.
009960 01  RUN-LOCK-RECORD.
009970     05  RL-SESI.
009980         10  RL-SESI-TGL            PIC 9(08).
009990         10  RL-SESI-JAM            PIC 9(08).
010000     05  RL-MODE                    PIC X(01).
010010         88  RL-BERSAMA             VALUE "S".
010020         88  RL-EKSKLUSIF           VALUE "E".
010030     05  RL-JENIS-SESI              PIC X(01).
010040         88  RL-SESI-BATCH          VALUE "B".
010050         88  RL-SESI-INTERAKTIF     VALUE "I".
010060     05  RL-PEMEGANG                PIC X(20).
010070     05  RL-OPERASI                 PIC X(20).
010080     05  RL-SEJAK-TGL               PIC 9(08).
010090     05  RL-SEJAK-JAM               PIC 9(08).
010100     05  FILLER                     PIC X(06).
010110
010120*----------------------------------------------------------------*
010130* Berkas kerja SORT untuk pengurutan laporan daftar              *
010140*----------------------------------------------------------------*
010150 SD  SORT-FILE.
010160 01  SORT-RECORD.
010170     05  SR-NPM                     PIC 9(08).
010180     05  SR-NAMA                    PIC X(40).
010190     05  SR-STATUS                  PIC X(01).
010200     05  SR-KELAS                   PIC X(03).
010210
010220 01  SORT-IPK-RECORD.
010230     05  SI-IPK                     PIC 9(01)V9(02).
010240     05  SI-NPM                     PIC 9(08).
010250     05  SI-NAMA                    PIC X(40).
010260     05  SI-SKS                     PIC 9(04).
010270
010280 01  SORT-UKT-RECORD.
010290     05  SU-ANGKATAN                PIC 9(02).
010300     05  SU-KELAS                   PIC X(03).
010310     05  SU-NPM                     PIC 9(08).
010320     05  SU-NAMA                    PIC X(40).
010330     05  SU-GOLONGAN                PIC 9(02).
010340     05  SU-TAGIHAN                 PIC 9(09)V9(02).
010350     05  SU-BAYAR                   PIC 9(09)V9(02).
010360
010370 01  SORT-WALI-RECORD.
010380     05  SW-NIDN                    PIC X(10).
010390     05  SW-NPM                     PIC 9(08).
010400     05  SW-NAMA                    PIC X(40).
010410     05  SW-STATUS                  PIC X(01).
010420     05  SW-KELAS                   PIC X(03).
010430     05  SW-IPS-SEM                 PIC X(05).
010440     05  SW-IPS                     PIC 9(01)V9(02).
010450     05  SW-IPK                     PIC 9(01)V9(02).
010460
010470 01  SORT-EVAL-RECORD.
010480     05  SE-TINGKAT                 PIC 9(01).
010490     05  SE-NPM                     PIC 9(08).
010500     05  SE-NAMA                    PIC X(40).
010510     05  SE-STATUS                  PIC X(01).
010520     05  SE-SEM-KE                  PIC S9(03).
010530     05  SE-RUNTUN                  PIC 9(02).
010540     05  SE-IPS                     PIC 9(01)V9(02).
010550     05  SE-IPK                     PIC 9(01)V9(02).
010560     05  SE-DASAR                   PIC X(12).
010570
010580 01  SORT-KOREK-RECORD.
010590     05  SK-MATKUL                  PIC X(08).
010600     05  SK-SEMESTER                PIC X(05).
010610     05  SK-TANGGAL                 PIC 9(08).
010620     05  SK-NPM                     PIC 9(08).
010630     05  SK-NILAI-LAMA              PIC X(02).
010640     05  SK-NILAI-BARU              PIC X(02).
010650     05  SK-ALASAN                  PIC 9(02).
010660     05  SK-OTORISASI               PIC X(20).
010670
010680 01  SORT-KOHORT-RECORD.
010690     05  SH-ANGKATAN                PIC 9(02).
010700     05  SH-FAKULTAS                PIC 9(02).
010710     05  SH-NPM                     PIC 9(08).
010720     05  SH-STATUS                  PIC X(01).
010730     05  SH-ADA-TGL                 PIC X(01).
010740     05  SH-BULAN                   PIC 9(03).
010750
010760 01  SORT-DIST-RECORD.
010770     05  SN-MATKUL                  PIC X(08).
010780     05  SN-NPM                     PIC 9(08).
010790     05  SN-SEMESTER                PIC X(05).
010800     05  SN-NILAI                   PIC X(02).
010810
010820*----------------------------------------------------------------*
010830* Berkas master alumni - arsip mahasiswa lulus, kunci NPM        *
010840*----------------------------------------------------------------*
010850 FD  ALUMNI-FILE
010860     LABEL RECORDS ARE STANDARD.
010870 01  ALUMNI-RECORD.
010880     05  AM-NPM                     PIC 9(08).
010890     05  AM-NAMA                    PIC X(40).
010900     05  AM-KELAS                   PIC X(03).
010910     05  AM-TGL-LULUS               PIC 9(08).
010920
010930*----------------------------------------------------------------*
010940* Berkas cetak surat keterangan aktif kuliah                     *
010950*----------------------------------------------------------------*
010960 FD  CERT-FILE
010970     LABEL RECORDS ARE STANDARD.
010980 01  CERT-RECORD                    PIC X(80).
010990
011000 WORKING-STORAGE SECTION.
011010*----------------------------------------------------------------*
011020* Sakelar dan status berkas                                      *
011030*----------------------------------------------------------------*
011040 77  WS-MASTER-STATUS               PIC X(02) VALUE SPACES.
011050 77  WS-REG-STATUS                  PIC X(02) VALUE SPACES.
011060 77  WS-CSV-STATUS                  PIC X(02) VALUE SPACES.
011070 77  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
011080 77  WS-CKP-STATUS                  PIC X(02) VALUE SPACES.
011090 77  WS-SUM-STATUS                  PIC X(02) VALUE SPACES.
011100 77  WS-RCN-STATUS                  PIC X(02) VALUE SPACES.
011110 77  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
011120 77  WS-NIL-STATUS                  PIC X(02) VALUE SPACES.
011130 77  WS-GEX-STATUS                  PIC X(02) VALUE SPACES.
011140 77  WS-FAK-STATUS                  PIC X(02) VALUE SPACES.
011150 77  WS-ALM-STATUS                  PIC X(02) VALUE SPACES.
011160 77  WS-CRT-STATUS                  PIC X(02) VALUE SPACES.
011170 77  WS-BBT-STATUS                  PIC X(02) VALUE SPACES.
011180 77  WS-RNK-STATUS                  PIC X(02) VALUE SPACES.
011190 77  WS-MKR-STATUS                  PIC X(02) VALUE SPACES.
011200 77  WS-ITG-STATUS                  PIC X(02) VALUE SPACES.
011210 77  WS-BCT-STATUS                  PIC X(02) VALUE SPACES.
011220 77  WS-LOG-STATUS                  PIC X(02) VALUE SPACES.
011230 77  WS-MTX-STATUS                  PIC X(02) VALUE SPACES.
011240 77  WS-MTR-STATUS                  PIC X(02) VALUE SPACES.
011250 77  WS-ALR-STATUS                  PIC X(02) VALUE SPACES.
011260 77  WS-ALC-STATUS                  PIC X(02) VALUE SPACES.
011270 77  WS-ADR-STATUS                  PIC X(02) VALUE SPACES.
011280 77  WS-BKM-STATUS                  PIC X(02) VALUE SPACES.
011290 77  WS-BKN-STATUS                  PIC X(02) VALUE SPACES.
011300 77  WS-BKA-STATUS                  PIC X(02) VALUE SPACES.
011310 77  WS-BKB-STATUS                  PIC X(02) VALUE SPACES.
011320 77  WS-BKG-STATUS                  PIC X(02) VALUE SPACES.
011330 77  WS-BKU-STATUS                  PIC X(02) VALUE SPACES.
011340 77  WS-BKY-STATUS                  PIC X(02) VALUE SPACES.
011350 77  WS-KLR-STATUS                  PIC X(02) VALUE SPACES.
011360 77  WS-KPT-STATUS                  PIC X(02) VALUE SPACES.
011370 77  WS-UKT-STATUS                  PIC X(02) VALUE SPACES.
011380 77  WS-UTG-STATUS                  PIC X(02) VALUE SPACES.
011390 77  WS-BNK-STATUS                  PIC X(02) VALUE SPACES.
011400 77  WS-UBR-STATUS                  PIC X(02) VALUE SPACES.
011410 77  WS-UTK-STATUS                  PIC X(02) VALUE SPACES.
011420 77  WS-UYL-STATUS                  PIC X(02) VALUE SPACES.
011430 77  WS-UKT-OPEN-SW                 PIC X(01) VALUE 'N'.
011440     88  WS-UKT-OPEN                VALUE 'Y'.
011450 77  WS-UT-FIRST-SW                 PIC X(01) VALUE 'Y'.
011460     88  WS-UT-FIRST                VALUE 'Y'.
011470 77  WS-DSN-STATUS                  PIC X(02) VALUE SPACES.
011480 77  WS-WLR-STATUS                  PIC X(02) VALUE SPACES.
011490 77  WS-DW-FOUND-SW                 PIC X(01) VALUE 'N'.
011500     88  WS-DW-FOUND                VALUE 'Y'.
011510 77  WS-WL-FIRST-SW                 PIC X(01) VALUE 'Y'.
011520     88  WS-WL-FIRST                VALUE 'Y'.
011530 77  WS-KRR-STATUS                  PIC X(02) VALUE SPACES.
011540 77  WS-YDR-STATUS                  PIC X(02) VALUE SPACES.
011550 77  WS-YD-LAYAK-SW                 PIC X(01) VALUE 'N'.
011560     88  WS-YD-LAYAK                VALUE 'Y'.
011570 77  WS-YB-FOUND-SW                 PIC X(01) VALUE 'N'.
011580     88  WS-YB-FOUND                VALUE 'Y'.
011590 77  WS-EVR-STATUS                  PIC X(02) VALUE SPACES.
011600 77  WS-EVD-STATUS                  PIC X(02) VALUE SPACES.
011610 77  WS-EV-DO-OPEN-SW               PIC X(01) VALUE 'N'.
011620     88  WS-EV-DO-OPEN              VALUE 'Y'.
011630 77  WS-PDD-STATUS                  PIC X(02) VALUE SPACES.
011640 77  WS-PDV-STATUS                  PIC X(02) VALUE SPACES.
011650 77  WS-NTL-STATUS                  PIC X(02) VALUE SPACES.
011660 77  WS-NHS-STATUS                  PIC X(02) VALUE SPACES.
011670 77  WS-KTX-STATUS                  PIC X(02) VALUE SPACES.
011680 77  WS-KTR-STATUS                  PIC X(02) VALUE SPACES.
011690 77  WS-KPR-STATUS                  PIC X(02) VALUE SPACES.
011700 77  WS-NTL-OPEN-SW                 PIC X(01) VALUE 'N'.
011710     88  WS-NTL-OPEN                VALUE 'Y'.
011720 77  WS-KHR-STATUS                  PIC X(02) VALUE SPACES.
011730 77  WS-KHC-STATUS                  PIC X(02) VALUE SPACES.
011740 77  WS-KH-GRUP-ADA-SW              PIC X(01) VALUE 'N'.
011750     88  WS-KH-GRUP-ADA             VALUE 'Y'.
011760 77  WS-DNR-STATUS                  PIC X(02) VALUE SPACES.
011770 77  WS-BIO-STATUS                  PIC X(02) VALUE SPACES.
011780 77  WS-ABI-STATUS                  PIC X(02) VALUE SPACES.
011790 77  WS-BEX-STATUS                  PIC X(02) VALUE SPACES.
011800 77  WS-BRP-STATUS                  PIC X(02) VALUE SPACES.
011810 77  WS-BIO-ADA-SW                  PIC X(01) VALUE 'N'.
011820     88  WS-BIO-ADA                 VALUE 'Y'.
011830 77  WS-BIO-PINDAH-SW               PIC X(01) VALUE 'N'.
011840     88  WS-BIO-PINDAH              VALUE 'Y'.
011850 77  WS-RLK-STATUS                  PIC X(02) VALUE SPACES.
011860 77  WS-KN-AKTIF-SW                 PIC X(01) VALUE 'N'.
011870     88  WS-KN-AKTIF                VALUE 'Y'.
011880 77  WS-KN-DITOLAK-SW               PIC X(01) VALUE 'N'.
011890     88  WS-KN-DITOLAK              VALUE 'Y'.
011900 77  WS-KN-DAPAT-SW                 PIC X(01) VALUE 'N'.
011910     88  WS-KN-DAPAT                VALUE 'Y'.
011920 77  WS-KN-ALIH-SW                  PIC X(01) VALUE 'N'.
011930     88  WS-KN-ALIH-OK              VALUE 'Y'.
011940 77  WS-KN-EOF-SW                   PIC X(01) VALUE 'N'.
011950     88  WS-KN-EOF                  VALUE 'Y'.
011960 77  WS-KN-CARI-SW                  PIC X(01) VALUE 'A'.
011970     88  WS-KN-CARI-SEMUA           VALUE 'A'.
011980     88  WS-KN-CARI-EKSKL           VALUE 'E'.
011990 77  WS-KL-FOUND-SW                 PIC X(01) VALUE 'N'.
012000     88  WS-KL-FOUND                VALUE 'Y'.
012010 77  WS-SCAN-EOF-SW                 PIC X(01) VALUE 'N'.
012020     88  WS-SCAN-EOF                VALUE 'Y'.
012030 77  WS-TRAILER-FOUND-SW            PIC X(01) VALUE 'N'.
012040     88  WS-TRAILER-FOUND           VALUE 'Y'.
012050 77  WS-BATCH-MODE-SW               PIC X(01) VALUE 'N'.
012060     88  WS-BATCH-MODE              VALUE 'Y'.
012070 77  WS-BCT-EOF-SW                  PIC X(01) VALUE 'N'.
012080     88  WS-BCT-EOF                 VALUE 'Y'.
012090 77  WS-OP-FAIL-SW                  PIC X(01) VALUE 'N'.
012100     88  WS-OP-FAIL                 VALUE 'Y'.
012110 77  WS-CKP-EXISTS-SW               PIC X(01) VALUE 'N'.
012120     88  WS-CKP-EXISTS              VALUE 'Y'.
012130 77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
012140     88  WS-EOF                     VALUE 'Y'.
012150     88  WS-NOT-EOF                 VALUE 'N'.
012160 77  WS-DONE-SW                     PIC X(01) VALUE 'N'.
012170     88  WS-ENTRY-DONE              VALUE 'Y'.
012180 77  WS-EXIT-SW                     PIC X(01) VALUE 'N'.
012190     88  WS-EXIT-REQUESTED          VALUE 'Y'.
012200 77  WS-VALID-SW                    PIC X(01) VALUE 'Y'.
012210     88  WS-NPM-VALID               VALUE 'Y'.
012220     88  WS-NPM-INVALID             VALUE 'N'.
012230 77  WS-DUP-SW                      PIC X(01) VALUE 'N'.
012240     88  WS-DUPLICATE-FOUND         VALUE 'Y'.
012250 77  WS-RCN-FOUND-SW                PIC X(01) VALUE 'N'.
012260     88  WS-RCN-FOUND               VALUE 'Y'.
012270 77  WS-EXT-FULL-SW                 PIC X(01) VALUE 'N'.
012280     88  WS-EXT-FULL                VALUE 'Y'.
012290 77  WS-FAK-VALID-SW                PIC X(01) VALUE 'N'.
012300     88  WS-FAK-KNOWN               VALUE 'Y'.
012310 77  WS-NIL-EOF-SW                  PIC X(01) VALUE 'N'.
012320     88  WS-NIL-EOF                 VALUE 'Y'.
012330 77  WS-BOBOT-FOUND-SW              PIC X(01) VALUE 'N'.
012340     88  WS-BOBOT-FOUND             VALUE 'Y'.
012350 77  WS-MK-FOUND-SW                 PIC X(01) VALUE 'N'.
012360     88  WS-MK-FOUND                VALUE 'Y'.
012370 77  WS-ORPHAN-SW                   PIC X(01) VALUE 'N'.
012380     88  WS-ORPHAN                  VALUE 'Y'.
012390 77  WS-ALM-FOUND-SW                PIC X(01) VALUE 'N'.
012400     88  WS-ALM-FOUND               VALUE 'Y'.
012410
012420*----------------------------------------------------------------*
012430* Pencacah dan penunjuk (COMP supaya efisien sebagai subscript)  *
012440*----------------------------------------------------------------*
012450 77  WS-LOOP                        PIC 9(04) COMP VALUE 0.
012460 77  WS-SUB                        PIC 9(04) COMP VALUE 0.
012470 77  WS-REC-COUNT                   PIC 9(04) COMP VALUE 0.
012480 77  WS-OLD-REC-COUNT               PIC 9(04) COMP VALUE 0.
012490 77  WS-NEW-COUNT                   PIC 9(04) COMP VALUE 0.
012500 77  WS-MAX-STUDENTS                PIC 9(04) COMP VALUE 500.
012510 77  WS-ENTRY-TARGET                PIC 9(04) VALUE 0.
012520 77  WS-MENU-CHOICE                 PIC 9(02) VALUE 0.
012530 77  WS-SORT-CHOICE                 PIC 9(01) VALUE 0.
012540 77  WS-MAINT-CHOICE                PIC 9(01) VALUE 0.
012550 77  WS-STATUS-INPUT                PIC X(01) VALUE SPACES.
012560 77  WS-ROSTER-FILTER               PIC 9(01) VALUE 1.
012570 77  WS-NILAI-CHOICE                PIC 9(01) VALUE 0.
012580 77  WS-KELAS-INPUT                 PIC X(03) VALUE SPACES.
012590 77  WS-KELAS-FILTER                PIC X(03) VALUE SPACES.
012600 77  WS-ARSIP-CHOICE                PIC X(01) VALUE 'N'.
012610 77  WS-ALUM-CHOICE                 PIC 9(01) VALUE 0.
012620 77  WS-AUD-NPM-FILTER              PIC 9(08) VALUE 0.
012630 77  WS-AUD-TGL-AWAL                PIC 9(08) VALUE 0.
012640 77  WS-AUD-TGL-AKHIR               PIC 9(08) VALUE 0.
012650 77  WS-AUD-JENIS-FILTER            PIC X(08) VALUE SPACES.
012660 77  WS-BKP-CHOICE                  PIC 9(01) VALUE 0.
012670 77  WS-UNLOAD-COUNT                PIC 9(08) COMP VALUE 0.
012680 77  WS-RELOAD-COUNT                PIC 9(08) COMP VALUE 0.
012690 77  WS-TRAILER-N                   PIC 9(08) VALUE 0.
012700 77  WS-KL-COUNT                    PIC 9(04) COMP VALUE 0.
012710 77  WS-KL-IDX                      PIC 9(04) COMP VALUE 0.
012720 77  WS-KL-ISI-N                    PIC 9(04) COMP VALUE 0.
012730 77  WS-OPEN-IDX                    PIC 9(04) COMP VALUE 0.
012740 77  WS-ASSIGN-COUNT                PIC 9(04) COMP VALUE 0.
012750 77  WS-NOKELAS-COUNT               PIC 9(04) COMP VALUE 0.
012760 77  WS-KL-ASING-COUNT              PIC 9(04) COMP VALUE 0.
012770 77  WS-KELAS-CHOICE                PIC 9(01) VALUE 0.
012780 77  WS-KL-CARI                     PIC X(03) VALUE SPACES.
012790 77  WS-KL-ANG-CARI                 PIC X(02) VALUE SPACES.
012800 77  WS-KELAS-LAMA                  PIC X(03) VALUE SPACES.
012810 77  WS-KL-KODE-IN                  PIC X(03).
012820 77  WS-KL-NAMA-IN                  PIC X(30).
012830 77  WS-KL-KAP-IN                   PIC X(04).
012840 77  WS-KL-ANG-IN                   PIC X(02).
012850 77  WS-SUB2                        PIC 9(04) COMP VALUE 0.
012860 77  WS-LOOKUP-NPM                   PIC 9(08).
012870 77  WS-RUN-DATE                    PIC 9(08).
012880 77  WS-LINE-COUNT                  PIC 9(04) COMP VALUE 0.
012890 77  WS-PAGE-COUNT                  PIC 9(04) COMP VALUE 0.
012900 77  WS-RUNNING-COUNT               PIC 9(04) COMP VALUE 0.
012910 77  WS-LINES-PER-PAGE              PIC 9(02) VALUE 20.
012920 77  WS-CKP-COUNT                   PIC 9(04) COMP VALUE 0.
012930 77  WS-START-SUB                   PIC 9(04) COMP VALUE 0.
012940 77  WS-RESUME-CHOICE               PIC X(01) VALUE 'N'.
012950 77  WS-EXT-COUNT                   PIC 9(04) COMP VALUE 0.
012960 77  WS-RCN-SECTION-COUNT           PIC 9(04) COMP VALUE 0.
012970 77  WS-FAK-COUNT                   PIC 9(04) COMP VALUE 0.
012980 77  WS-SUB3                        PIC 9(04) COMP VALUE 0.
012990 77  WS-BBT-COUNT                   PIC 9(04) COMP VALUE 0.
013000 77  WS-TOTAL-SKS                   PIC 9(05) COMP VALUE 0.
013010 77  WS-TOTAL-MUTU                  PIC 9(06)V9(02) VALUE 0.
013020 77  WS-IPK                         PIC 9(01)V9(02) VALUE 0.
013030 77  WS-BOBOT-NILAI                 PIC 9(01)V9(02) VALUE 0.
013040 77  WS-NILAI-CARI                  PIC X(02) VALUE SPACES.
013050 77  WS-IPK-EDIT                    PIC 9.99.
013060 77  WS-SKS-EDIT                    PIC ZZZZ9.
013070 77  WS-MK-COUNT                    PIC 9(04) COMP VALUE 0.
013080 77  WS-MK-IDX                      PIC 9(04) COMP VALUE 0.
013090 77  WS-SKS-N                       PIC 9(02) VALUE 0.
013100 77  WS-ORPHAN-COUNT                PIC 9(04) COMP VALUE 0.
013110 77  WS-PURGE-COUNT                 PIC 9(04) COMP VALUE 0.
013120 77  WS-ORX-COUNT                   PIC 9(04) COMP VALUE 0.
013130 77  WS-INTEG-CHOICE                PIC 9(01) VALUE 0.
013140 77  WS-LAST-NPM                    PIC 9(08) VALUE 0.
013150 77  WS-NPM-BARU                    PIC 9(08) VALUE 0.
013160 77  WS-STEP-COUNT                  PIC 9(04) COMP VALUE 0.
013170 77  WS-OP-COUNT                    PIC 9(04) COMP VALUE 0.
013180 77  WS-BCT-OP                      PIC X(08) VALUE SPACES.
013190 77  WS-BCT-P1                      PIC X(08) VALUE SPACES.
013200 77  WS-BCT-P2                      PIC X(08) VALUE SPACES.
013210 77  WS-BCT-P3                      PIC X(08) VALUE SPACES.
013220 77  WS-ACC-COUNT                   PIC 9(04) COMP VALUE 0.
013230 77  WS-REJ-COUNT                   PIC 9(04) COMP VALUE 0.
013240 77  WS-TRX-JENIS                   PIC X(08) VALUE SPACES.
013250 77  WS-TRX-NPM-X                   PIC X(08) VALUE SPACES.
013260 77  WS-TRX-VALUE                   PIC X(40) VALUE SPACES.
013270 77  WS-ADD-ANY-SW                  PIC X(01) VALUE 'N'.
013280     88  WS-ADD-ANY                 VALUE 'Y'.
013290 77  WS-UKT-CHOICE                  PIC 9(01) VALUE 0.
013300 77  WS-SEM-BERJALAN                PIC X(05) VALUE SPACES.
013310 77  WS-GOL-IN                      PIC X(02) VALUE SPACES.
013320 77  WS-NOMINAL-IN                  PIC X(12) VALUE SPACES.
013330 77  WS-NOMINAL-LEN                 PIC 9(04) COMP VALUE 0.
013340 77  WS-NOMINAL-INT                 PIC 9(09) VALUE 0.
013350 77  WS-NOMINAL-N                   PIC 9(09)V9(02) VALUE 0.
013360 77  WS-TGL-BAYAR-IN                PIC X(08) VALUE SPACES.
013370 77  WS-REF-IN                      PIC X(16) VALUE SPACES.
013380 77  WS-UKT-SISA                    PIC 9(09)V9(02) VALUE 0.
013390 77  WS-UKT-TOTAL-TERIMA            PIC 9(11)V9(02) VALUE 0.
013400 77  WS-UT-ANG-LAMA                 PIC 9(02) VALUE 0.
013410 77  WS-UT-KLS-LAMA                 PIC X(03) VALUE SPACES.
013420 77  WS-UT-KLS-N                    PIC 9(04) COMP VALUE 0.
013430 77  WS-UT-ANG-N                    PIC 9(04) COMP VALUE 0.
013440 77  WS-UT-TOT-N                    PIC 9(04) COMP VALUE 0.
013450 77  WS-UT-KLS-SISA                 PIC 9(11)V9(02) VALUE 0.
013460 77  WS-UT-ANG-SISA                 PIC 9(11)V9(02) VALUE 0.
013470 77  WS-UT-TOT-SISA                 PIC 9(11)V9(02) VALUE 0.
013480 77  WS-SEM-IN                      PIC X(05) VALUE SPACES.
013490 77  WS-UKT-LUNAS-SW                PIC X(01) VALUE 'N'.
013500     88  WS-UKT-LUNAS               VALUE 'Y'.
013510 77  WS-DW-COUNT                    PIC 9(04) COMP VALUE 0.
013520 77  WS-DW-IDX                      PIC 9(04) COMP VALUE 0.
013530 77  WS-DW-ISI-N                    PIC 9(04) COMP VALUE 0.
013540 77  WS-DW-CARI                     PIC X(10) VALUE SPACES.
013550 77  WS-DW-NIDN-IN                  PIC X(10).
013560 77  WS-DW-NAMA-IN                  PIC X(40).
013570 77  WS-DW-FAK-IN                   PIC X(02).
013580 77  WS-DW-MAKS-IN                  PIC X(04).
013590 77  WS-WALI-LAMA                   PIC X(10) VALUE SPACES.
013600 77  WS-WALI-INPUT                  PIC X(10) VALUE SPACES.
013610 77  WS-WL-NIDN-LAMA                PIC X(10) VALUE SPACES.
013620 77  WS-WL-N                        PIC 9(04) COMP VALUE 0.
013630 77  WS-WL-AKTIF-N                  PIC 9(04) COMP VALUE 0.
013640 77  WS-IPS-SEM                     PIC X(05) VALUE SPACES.
013650 77  WS-IPS-SKS                     PIC 9(05) COMP VALUE 0.
013660 77  WS-IPS-MUTU                    PIC 9(06)V9(02) VALUE 0.
013670 77  WS-IPS                         PIC 9(01)V9(02) VALUE 0.
013680 77  WS-KR-COUNT                    PIC 9(04) COMP VALUE 0.
013690 77  WS-KR-IDX                      PIC 9(04) COMP VALUE 0.
013700 77  WS-KW-COUNT                    PIC 9(04) COMP VALUE 0.
013710 77  WS-KR-PTR                      PIC 9(04) COMP VALUE 0.
013720 77  WS-KR-FAK-IN                   PIC X(02).
013730 77  WS-KR-SKS-IN                   PIC X(03).
013740 77  WS-KR-D-IN                     PIC X(02).
013750 77  WS-KR-FAK-CARI                 PIC 9(02) VALUE 0.
013760 77  WS-YB-COUNT                    PIC 9(04) COMP VALUE 0.
013770 77  WS-YB-IDX                      PIC 9(04) COMP VALUE 0.
013780 77  WS-YD-SKS                      PIC 9(05) COMP VALUE 0.
013790 77  WS-YD-SKS-IPK                  PIC 9(05) COMP VALUE 0.
013800 77  WS-YD-MUTU                     PIC 9(06)V9(02) VALUE 0.
013810 77  WS-YD-IPK                      PIC 9(01)V9(02) VALUE 0.
013820 77  WS-YD-D-N                      PIC 9(04) COMP VALUE 0.
013830 77  WS-YD-ALASAN-N                 PIC 9(04) COMP VALUE 0.
013840 77  WS-YD-TEKS                     PIC X(30) VALUE SPACES.
013850 77  WS-YD-ED-1                     PIC ZZ9.
013860 77  WS-YD-ED-2                     PIC ZZ9.
013870 77  WS-YD-IPK-ED-1                 PIC 9.99.
013880 77  WS-YD-IPK-ED-2                 PIC 9.99.
013890 77  WS-YD-LAYAK-N                  PIC 9(04) COMP VALUE 0.
013900 77  WS-YD-TOLAK-N                  PIC 9(04) COMP VALUE 0.
013910 77  WS-EV-MAKS-SEM                 PIC 9(02) VALUE 14.
013920 77  WS-EV-SEM-KE                   PIC S9(03) VALUE 0.
013930 77  WS-EV-SISA                     PIC S9(03) VALUE 0.
013940 77  WS-EV-TINGKAT-MS               PIC 9(01) VALUE 0.
013950 77  WS-EV-TINGKAT-IP               PIC 9(01) VALUE 0.
013960 77  WS-EV-RUNTUN                   PIC 9(02) VALUE 0.
013970 77  WS-EV-TINGKAT-LAMA             PIC 9(01) VALUE 0.
013980 77  WS-EV-N-1                      PIC 9(04) COMP VALUE 0.
013990 77  WS-EV-N-2                      PIC 9(04) COMP VALUE 0.
014000 77  WS-EV-N-3                      PIC 9(04) COMP VALUE 0.
014010 77  WS-EV-TINGKAT-N                PIC 9(04) COMP VALUE 0.
014020 77  WS-EV-DIPERIKSA-N              PIC 9(04) COMP VALUE 0.
014030 77  WS-EV-SEM-KE-ED                PIC -ZZ9.
014040 77  WS-PD-MAKS-SKS                 PIC 9(02) VALUE 24.
014050 77  WS-PD-SEM-TAHUN                PIC 9(04) VALUE 0.
014060 77  WS-PD-SEM-LALU                 PIC X(05) VALUE SPACES.
014070 77  WS-PD-SEM-AKHIR                PIC X(05) VALUE SPACES.
014080 77  WS-PD-STATUS                   PIC X(01) VALUE SPACES.
014090 77  WS-PD-ALASAN                   PIC X(30) VALUE SPACES.
014100 77  WS-PD-TGL-LULUS                PIC 9(08) VALUE 0.
014110 77  WS-PD-SKS-SEM                  PIC 9(05) COMP VALUE 0.
014120 77  WS-PD-MUTU-SEM                 PIC 9(06)V9(02) VALUE 0.
014130 77  WS-PD-SKS-KUM                  PIC 9(05) COMP VALUE 0.
014140 77  WS-PD-MUTU-KUM                 PIC 9(06)V9(02) VALUE 0.
014150 77  WS-PD-IPS                      PIC 9(01)V9(02) VALUE 0.
014160 77  WS-PD-IPK                      PIC 9(01)V9(02) VALUE 0.
014170 77  WS-PD-N-DETAIL                 PIC 9(06) COMP VALUE 0.
014180 77  WS-PD-N-A                      PIC 9(06) COMP VALUE 0.
014190 77  WS-PD-N-C                      PIC 9(06) COMP VALUE 0.
014200 77  WS-PD-N-L                      PIC 9(06) COMP VALUE 0.
014210 77  WS-PD-N-D                      PIC 9(06) COMP VALUE 0.
014220 77  WS-PD-N-TOLAK                  PIC 9(06) COMP VALUE 0.
014230 77  WS-KO-ALASAN-IN                PIC X(02) VALUE SPACES.
014240 77  WS-KO-ALASAN                   PIC 9(02) VALUE 0.
014250     88  WS-KO-ALASAN-VALID         VALUE 1 THRU 4.
014260     88  WS-KO-SALAH-INPUT          VALUE 1.
014270     88  WS-KO-UJIAN-PERBAIKAN      VALUE 2.
014280     88  WS-KO-BANDING              VALUE 3.
014290     88  WS-KO-NILAI-TERTUNDA       VALUE 4.
014300 77  WS-KO-OTORISASI                PIC X(20) VALUE SPACES.
014310 77  WS-KO-NILAI-LAMA               PIC X(02) VALUE SPACES.
014320 77  WS-KO-KET                      PIC X(34) VALUE SPACES.
014330 77  WS-KO-TOLAK-N                  PIC 9(05) COMP VALUE 0.
014340 77  WS-KO-TGL-AWAL                 PIC 9(08) VALUE 0.
014350 77  WS-KO-TGL-AKHIR                PIC 9(08) VALUE 0.
014360 77  WS-KO-GRUP-LAMA                PIC X(13) VALUE SPACES.
014370 77  WS-KO-GRUP-N                   PIC 9(04) COMP VALUE 0.
014380 77  WS-KO-N-01                     PIC 9(04) COMP VALUE 0.
014390 77  WS-KO-N-02                     PIC 9(04) COMP VALUE 0.
014400 77  WS-KO-N-03                     PIC 9(04) COMP VALUE 0.
014410 77  WS-KO-N-04                     PIC 9(04) COMP VALUE 0.
014420 77  WS-KH-BULAN-MASUK              PIC 9(02) VALUE 8.
014430 77  WS-KH-BATAS-BULAN              PIC 9(03) VALUE 48.
014440 77  WS-KH-LAMA                     PIC S9(04) VALUE 0.
014450 77  WS-KH-ANGKATAN                 PIC 9(02) VALUE 0.
014460 77  WS-KH-FAKULTAS                 PIC 9(02) VALUE 0.
014470 77  WS-KH-MASUK                    PIC 9(05) COMP VALUE 0.
014480 77  WS-KH-AKTIF                    PIC 9(05) COMP VALUE 0.
014490 77  WS-KH-CUTI                     PIC 9(05) COMP VALUE 0.
014500 77  WS-KH-DO                       PIC 9(05) COMP VALUE 0.
014510 77  WS-KH-LULUS                    PIC 9(05) COMP VALUE 0.
014520 77  WS-KH-TEPAT                    PIC 9(05) COMP VALUE 0.
014530 77  WS-KH-TELAT                    PIC 9(05) COMP VALUE 0.
014540 77  WS-KH-BERTGL                   PIC 9(05) COMP VALUE 0.
014550 77  WS-KH-BULAN                    PIC 9(07) COMP VALUE 0.
014560 77  WS-KH-T-MASUK                  PIC 9(05) COMP VALUE 0.
014570 77  WS-KH-T-AKTIF                  PIC 9(05) COMP VALUE 0.
014580 77  WS-KH-T-CUTI                   PIC 9(05) COMP VALUE 0.
014590 77  WS-KH-T-DO                     PIC 9(05) COMP VALUE 0.
014600 77  WS-KH-T-LULUS                  PIC 9(05) COMP VALUE 0.
014610 77  WS-KH-T-TEPAT                  PIC 9(05) COMP VALUE 0.
014620 77  WS-KH-T-TELAT                  PIC 9(05) COMP VALUE 0.
014630 77  WS-KH-T-BULAN                  PIC 9(07) COMP VALUE 0.
014640 77  WS-KH-PCT-TEPAT                PIC 9(03)V9(01) VALUE 0.
014650 77  WS-KH-PCT-TELAT                PIC 9(03)V9(01) VALUE 0.
014660 77  WS-KH-RATA                     PIC 9(02)V9(02) VALUE 0.
014670 77  WS-DN-SEM-AWAL                 PIC X(05) VALUE SPACES.
014680 77  WS-DN-SEM-AKHIR                PIC X(05) VALUE SPACES.
014690 77  WS-DN-AMBANG-IN                PIC X(03) VALUE SPACES.
014700 77  WS-DN-AMBANG-X                 PIC X(03) JUSTIFIED RIGHT.
014710 77  WS-DN-AMBANG                   PIC 9(03) VALUE 30.
014720 77  WS-DN-SELISIH-TINGGI           PIC 9(01)V9(02) VALUE 0.75.
014730 77  WS-DN-NORMA-N                  PIC 9(07) COMP VALUE 0.
014740 77  WS-DN-NORMA-MUTU               PIC 9(07)V9(02) VALUE 0.
014750 77  WS-DN-NORMA                    PIC 9(01)V9(02) VALUE 0.
014760 77  WS-DN-MK-LAMA                  PIC X(08) VALUE SPACES.
014770 77  WS-DN-NPM-LAMA                 PIC 9(08) VALUE 0.
014780 77  WS-DN-JENIS                    PIC 9(01) VALUE 1.
014790 77  WS-DN-IDX                      PIC 9(04) COMP VALUE 0.
014800 77  WS-DN-SLOT                     PIC 9(04) COMP VALUE 0.
014810 77  WS-DN-N-1                      PIC 9(05) COMP VALUE 0.
014820 77  WS-DN-N-2                      PIC 9(05) COMP VALUE 0.
014830 77  WS-DN-MUTU-1                   PIC 9(06)V9(02) VALUE 0.
014840 77  WS-DN-MUTU-2                   PIC 9(06)V9(02) VALUE 0.
014850 77  WS-DN-LULUS-1                  PIC 9(05) COMP VALUE 0.
014860 77  WS-DN-LULUS-2                  PIC 9(05) COMP VALUE 0.
014870 77  WS-DN-DE-1                     PIC 9(05) COMP VALUE 0.
014880 77  WS-DN-DE-2                     PIC 9(05) COMP VALUE 0.
014890 77  WS-DN-C-N                      PIC 9(05) COMP VALUE 0.
014900 77  WS-DN-C-MUTU                   PIC 9(06)V9(02) VALUE 0.
014910 77  WS-DN-C-LULUS                  PIC 9(05) COMP VALUE 0.
014920 77  WS-DN-C-DE                     PIC 9(05) COMP VALUE 0.
014930 77  WS-DN-C-JML                    PIC 9(05) COMP VALUE 0.
014940 77  WS-DN-RATA                     PIC 9(01)V9(02) VALUE 0.
014950 77  WS-DN-PCT                      PIC 9(03)V9(01) VALUE 0.
014960 77  WS-DN-PCT-LULUS                PIC 9(03)V9(01) VALUE 0.
014970 77  WS-DN-PCT-DE                   PIC 9(03)V9(01) VALUE 0.
014980 77  WS-DN-MK-N                     PIC 9(04) COMP VALUE 0.
014990 77  WS-DN-FLAG-N                   PIC 9(04) COMP VALUE 0.
015000 77  WS-BIO-CHOICE                  PIC 9(01) VALUE 0.
015010 77  WS-BIO-INPUT                   PIC X(60) VALUE SPACES.
015020 77  WS-BIO-KET                     PIC X(40) VALUE SPACES.
015030 77  WS-BIO-INFO                    PIC X(40) VALUE SPACES.
015040 77  WS-BIO-JENIS                   PIC X(08) VALUE SPACES.
015050 77  WS-BIO-CATATAN                 PIC X(40) VALUE SPACES.
015060 77  WS-BIO-UBAH-N                  PIC 9(02) VALUE 0.
015070 77  WS-BIO-AT-N                    PIC 9(02) COMP VALUE 0.
015080 77  WS-BIO-MAKS-HARI               PIC 9(02) VALUE 0.
015090 77  WS-BIO-HASIL                   PIC 9(04) COMP VALUE 0.
015100 77  WS-BIO-SISA-4                  PIC 9(04) COMP VALUE 0.
015110 77  WS-BIO-SISA-100                PIC 9(04) COMP VALUE 0.
015120 77  WS-BIO-SISA-400                PIC 9(04) COMP VALUE 0.
015130 77  WS-BIO-AU-LABEL                PIC X(09) VALUE SPACES.
015140 77  WS-BIO-AU-LAMA                 PIC X(60) VALUE SPACES.
015150 77  WS-BIO-AU-BARU                 PIC X(60) VALUE SPACES.
015160 77  WS-BIO-NIK-LEN                 PIC 9(04) COMP VALUE 0.
015170 77  WS-KN-MODE                     PIC X(01) VALUE 'S'.
015180 77  WS-KN-OPERASI                  PIC X(20) VALUE SPACES.
015190 77  WS-KN-LABEL-SESI               PIC X(20) VALUE SPACES.
015200 77  WS-KN-PEMEGANG                 PIC X(20) VALUE SPACES.
015210 77  WS-KN-SUPERVISOR               PIC X(20) VALUE SPACES.
015220 77  WS-KN-PILIH                    PIC X(01) VALUE 'N'.
015230 77  WS-KN-N-LAIN                   PIC 9(04) COMP VALUE 0.
015240 77  WS-KN-COBA-N                   PIC 9(04) COMP VALUE 0.
015250 77  WS-OP-KET                      PIC X(40) VALUE SPACES.
015260 01  WS-DN-JML-1 OCCURS 21 TIMES    PIC 9(05) COMP.
015270 01  WS-DN-JML-2 OCCURS 21 TIMES    PIC 9(05) COMP.
015280 01  WS-KN-SESI.
015290     05  WS-KN-SESI-TGL             PIC 9(08).
015300     05  WS-KN-SESI-JAM             PIC 9(08).
015310*----------------------------------------------------------------*
015320* Biodata masukan (layar/ekstrak) dan salinan rekaman lama untuk *
015330* perbandingan per kolom - tata letak sama dengan BIODATA-RECORD *
015340*----------------------------------------------------------------*
015350 01  WS-BIO-BARU.
015360     05  WB-NPM                     PIC 9(08).
015370     05  WB-TEMPAT-LAHIR            PIC X(30).
015380     05  WB-TGL-LAHIR               PIC X(08).
015390     05  WB-JENIS-KELAMIN           PIC X(01).
015400         88  WB-JK-VALID            VALUE "L" "P".
015410     05  WB-NIK                     PIC X(16).
015420     05  WB-ALAMAT                  PIC X(60).
015430     05  WB-TELEPON                 PIC X(15).
015440     05  WB-EMAIL                   PIC X(40).
015450     05  WB-NAMA-WALI               PIC X(40).
015460     05  FILLER                     PIC X(22).
015470 01  WS-BIO-LAMA.
015480     05  LB-NPM                     PIC 9(08).
015490     05  LB-TEMPAT-LAHIR            PIC X(30).
015500     05  LB-TGL-LAHIR               PIC X(08).
015510     05  LB-JENIS-KELAMIN           PIC X(01).
015520     05  LB-NIK                     PIC X(16).
015530     05  LB-ALAMAT                  PIC X(60).
015540     05  LB-TELEPON                 PIC X(15).
015550     05  LB-EMAIL                   PIC X(40).
015560     05  LB-NAMA-WALI               PIC X(40).
015570     05  FILLER                     PIC X(22).
015580*----------------------------------------------------------------*
015590* Kolom satu baris ekstrak BIOEXTRK sebelum digabung ke rekaman  *
015600* yang sudah ada (kolom kosong = tidak diubah)                   *
015610*----------------------------------------------------------------*
015620 01  WS-BIO-EKSTRAK.
015630     05  BE-TEMPAT-LAHIR            PIC X(30).
015640     05  BE-TGL-LAHIR               PIC X(08).
015650     05  BE-JENIS-KELAMIN           PIC X(01).
015660     05  BE-NIK                     PIC X(16).
015670     05  BE-ALAMAT                  PIC X(60).
015680     05  BE-TELEPON                 PIC X(15).
015690     05  BE-EMAIL                   PIC X(40).
015700     05  BE-NAMA-WALI               PIC X(40).
015710*----------------------------------------------------------------*
015720* Jumlah hari per bulan (Februari disesuaikan untuk kabisat)     *
015730*----------------------------------------------------------------*
015740 01  WS-BIO-HARI-DATA               PIC X(24)
015750         VALUE "312831303130313130313031".
015760 01  WS-BIO-HARI-TAB REDEFINES WS-BIO-HARI-DATA.
015770     05  WS-BIO-HARI-BULAN OCCURS 12 TIMES PIC 9(02).
015780 01  WS-BIO-TGL-CETAK.
015790     05  BTC-HARI                   PIC 9(02).
015800     05  FILLER                     PIC X(01) VALUE "-".
015810     05  BTC-BULAN                  PIC 9(02).
015820     05  FILLER                     PIC X(01) VALUE "-".
015830     05  BTC-TAHUN                  PIC 9(04).
015840 01  WS-KO-GRUP.
015850     05  WS-KO-GRUP-MATKUL          PIC X(08).
015860     05  WS-KO-GRUP-SEM             PIC X(05).
015870
015880*----------------------------------------------------------------*
015890* Konversi tanggal YYYYMMDD ke kode semester TTTTS: term 1       *
015900* (ganjil) Agustus s.d. Januari, term 2 (genap) Februari s.d.    *
015910* Juli; tahun = tahun awal tahun akademik                        *
015920*----------------------------------------------------------------*
015930 01  WS-TGL-KONV                    PIC 9(08) VALUE 0.
015940 01  WS-TGL-KONV-X REDEFINES WS-TGL-KONV.
015950     05  WS-TGL-K-TAHUN             PIC 9(04).
015960     05  WS-TGL-K-BULAN             PIC 9(02).
015970     05  WS-TGL-K-HARI              PIC 9(02).
015980 01  WS-SEM-KONV.
015990     05  WS-SEM-K-TAHUN             PIC 9(04).
016000     05  WS-SEM-K-TERM              PIC 9(01).
016010
016020*----------------------------------------------------------------*
016030* Nilai sementara untuk entri satu mahasiswa                     *
016040*----------------------------------------------------------------*
016050 77  WS-NAMA                        PIC X(40).
016060 77  WS-MATKUL-IN                   PIC X(08).
016070 77  WS-SEMESTER-IN                 PIC X(05).
016080 77  WS-SEM-LOOKUP                  PIC X(05).
016090 77  WS-MK-KODE-IN                  PIC X(08).
016100 77  WS-MK-NAMA-IN                  PIC X(30).
016110 77  WS-MK-SKS-IN                   PIC X(02).
016120 77  WS-MK-CARI                     PIC X(08).
016130 77  WS-MK-NAMA-OUT                 PIC X(30).
016140 77  WS-SKS-IN                      PIC X(02).
016150 77  WS-NILAI-IN                    PIC X(02).
016160 77  WS-FAK-KODE-IN                 PIC X(02).
016170 77  WS-FAK-NAMA-IN                 PIC X(30).
016180 01  WS-BOBOT-IN                    PIC X(04).
016190 01  WS-BOBOT-TEKS REDEFINES WS-BOBOT-IN.
016200     05  WS-BOBOT-T-UTUH            PIC X(01).
016210     05  FILLER                     PIC X(01).
016220     05  WS-BOBOT-T-PECAH           PIC X(02).
016230 01  WS-NPM-INPUT.
016240     05  WS-NPM                     PIC 9(08).
016250 01  WS-NPM-PARTS REDEFINES WS-NPM-INPUT.
016260     05  WS-NPM-TAHUN               PIC 9(02).
016270     05  WS-NPM-FAKULTAS            PIC 9(02).
016280     05  WS-NPM-URUT                PIC 9(04).
016290
016300*----------------------------------------------------------------*
016310* Tabel kerja - salinan isi master file di memori, dipakai untuk *
016320* entri interaktif (cek duplikat dan checkpoint)                 *
016330*----------------------------------------------------------------*
016340 01  WS-TABLE-NPM OCCURS 500 TIMES  PIC 9(08).
016350 01  WS-TABLE-NAMA OCCURS 500 TIMES PIC X(40).
016360
016370*----------------------------------------------------------------*
016380* Penampung rekap per angkatan / per fakultas (subskrip = kode  *
016390* dua digit + 1)                                                 *
016400*----------------------------------------------------------------*
016410 01  WS-ANGKATAN-COUNT OCCURS 100 TIMES PIC 9(04) COMP.
016420 01  WS-FAKULTAS-COUNT OCCURS 100 TIMES PIC 9(04) COMP.
016430
016440*----------------------------------------------------------------*
016450* Tabel isi ekstrak registrasi untuk rekonsiliasi                *
016460*----------------------------------------------------------------*
016470 01  WS-EXT-NPM OCCURS 500 TIMES   PIC 9(08).
016480 01  WS-EXT-NAMA OCCURS 500 TIMES  PIC X(40).
016490
016500*----------------------------------------------------------------*
016510* Tabel acuan kode fakultas (dimuat dari berkas FAKREF)          *
016520*----------------------------------------------------------------*
016530 01  WS-FAK-KODE OCCURS 50 TIMES   PIC 9(02).
016540 01  WS-FAK-NAMA-TAB OCCURS 50 TIMES
016550                                    PIC X(30).
016560
016570*----------------------------------------------------------------*
016580* Tabel acuan bobot nilai huruf (dimuat dari berkas BOBOTREF,    *
016590* bobot baku A-E bila berkas tidak ada)                          *
016600*----------------------------------------------------------------*
016610 01  WS-BBT-NILAI-TAB OCCURS 20 TIMES
016620                                    PIC X(02).
016630 01  WS-BBT-BOBOT-TAB OCCURS 20 TIMES
016640                                    PIC 9(01)V9(02).
016650
016660 01  WS-BOBOT-ANGKA.
016670     05  WS-BOBOT-A-UTUH            PIC 9(01).
016680     05  WS-BOBOT-A-PECAH           PIC 9(02).
016690 01  WS-BOBOT-ANGKA-N REDEFINES WS-BOBOT-ANGKA
016700                                    PIC 9(01)V9(02).
016710
016720*----------------------------------------------------------------*
016730* Tabel acuan katalog mata kuliah (dimuat dari berkas MATKULRF)  *
016740*----------------------------------------------------------------*
016750 01  WS-MK-KODE-TAB OCCURS 200 TIMES
016760                                    PIC X(08).
016770 01  WS-MK-NAMA-TAB OCCURS 200 TIMES
016780                                    PIC X(30).
016790 01  WS-MK-SKS-TAB OCCURS 200 TIMES
016800                                    PIC 9(02).
016810
016820*----------------------------------------------------------------*
016830* Tabel penampung nilai satu NPM yatim yang akan dipindahkan ke  *
016840* NPM lain (diisi dulu, baru dihapus dan ditulis ulang)          *
016850*----------------------------------------------------------------*
016860 01  WS-ORX-SEM OCCURS 100 TIMES   PIC X(05).
016870 01  WS-ORX-MATKUL OCCURS 100 TIMES
016880                                    PIC X(08).
016890 01  WS-ORX-SKS OCCURS 100 TIMES  PIC 9(02).
016900 01  WS-ORX-NILAI OCCURS 100 TIMES
016910                                    PIC X(02).
016920
016930*----------------------------------------------------------------*
016940* Tabel acuan kelas/rombel (dimuat dari berkas KELASREF) berikut *
016950* penampung jumlah terisi per kelas untuk utilisasi/auto-assign  *
016960*----------------------------------------------------------------*
016970 01  WS-KL-KODE OCCURS 50 TIMES    PIC X(03).
016980 01  WS-KL-NAMA OCCURS 50 TIMES    PIC X(30).
016990 01  WS-KL-KAP OCCURS 50 TIMES     PIC 9(04).
017000 01  WS-KL-ANG OCCURS 50 TIMES     PIC X(02).
017010 01  WS-KL-ISI OCCURS 50 TIMES     PIC 9(04) COMP.
017020
017030*----------------------------------------------------------------*
017040* Tabel acuan dosen wali (dimuat dari berkas DOSENREF)           *
017050*----------------------------------------------------------------*
017060 01  WS-DW-NIDN OCCURS 200 TIMES   PIC X(10).
017070 01  WS-DW-NAMA OCCURS 200 TIMES   PIC X(40).
017080 01  WS-DW-FAK OCCURS 200 TIMES    PIC 9(02).
017090 01  WS-DW-MAKS OCCURS 200 TIMES   PIC 9(04).
017100
017110*----------------------------------------------------------------*
017120* Tabel acuan syarat kurikulum per fakultas dan daftar matkul    *
017130* wajibnya (dimuat dari berkas KURIKREF)                         *
017140*----------------------------------------------------------------*
017150 01  WS-KR-FAK OCCURS 50 TIMES     PIC 9(02).
017160 01  WS-KR-MIN-SKS OCCURS 50 TIMES PIC 9(03).
017170 01  WS-KR-MIN-IPK OCCURS 50 TIMES PIC 9(01)V9(02).
017180 01  WS-KR-MAKS-D OCCURS 50 TIMES  PIC 9(02).
017190 01  WS-KW-FAK OCCURS 500 TIMES    PIC 9(02).
017200 01  WS-KW-MATKUL OCCURS 500 TIMES PIC X(08).
017210
017220*----------------------------------------------------------------*
017230* Tabel kerja evaluasi yudisium satu NPM: nilai terbaik tiap     *
017240* matkul (matkul ulang hanya dihitung sekali) dan alasan gagal   *
017250*----------------------------------------------------------------*
017260 01  WS-YB-MATKUL OCCURS 100 TIMES PIC X(08).
017270 01  WS-YB-SKS OCCURS 100 TIMES    PIC 9(02).
017280 01  WS-YB-NILAI OCCURS 100 TIMES  PIC X(02).
017290 01  WS-YB-BOBOT OCCURS 100 TIMES  PIC 9(01)V9(02).
017300 01  WS-YD-ALASAN OCCURS 10 TIMES  PIC X(30).
017310
017320 01  WS-CSV-LINE.
017330     05  CL-NPM                     PIC 9(08).
017340     05  FILLER                     PIC X(01) VALUE ",".
017350     05  CL-NAMA                    PIC X(40).
017360     05  FILLER                     PIC X(01) VALUE ",".
017370     05  CL-KELAS                   PIC X(03).
017380
017390*----------------------------------------------------------------*
017400* Baris jejak audit transaksi pemeliharaan                       *
017410*----------------------------------------------------------------*
017420 01  WS-AUDIT-LINE.
017430     05  AL-TANGGAL                 PIC 9(08).
017440     05  FILLER                     PIC X(02) VALUE SPACES.
017450     05  AL-JENIS                   PIC X(08).
017460     05  FILLER                     PIC X(02) VALUE SPACES.
017470     05  AL-NPM                     PIC 9(08).
017480     05  FILLER                     PIC X(02) VALUE SPACES.
017490     05  AL-NAMA-LAMA               PIC X(40).
017500     05  FILLER                     PIC X(02) VALUE SPACES.
017510     05  AL-NAMA-BARU               PIC X(40).
017520
017530*----------------------------------------------------------------*
017540* Baris surat keterangan aktif kuliah                            *
017550*----------------------------------------------------------------*
017560 01  WS-CRT-HEADER-1.
017570     05  FILLER                     PIC X(15) VALUE SPACES.
017580     05  FILLER                     PIC X(30)
017590         VALUE "FAKULTAS ILMU KOMPUTER".
017600
017610 01  WS-CRT-HEADER-2.
017620     05  FILLER                     PIC X(08) VALUE SPACES.
017630     05  FILLER                     PIC X(35)
017640         VALUE "SURAT KETERANGAN AKTIF KULIAH".
017650
017660 01  WS-CRT-DETAIL.
017670     05  CRT-LABEL                  PIC X(08).
017680     05  CRT-VALUE                  PIC X(60).
017690
017700 01  WS-CRT-TANGGAL-LINE.
017710     05  FILLER                     PIC X(16)
017720         VALUE "TANGGAL CETAK : ".
017730     05  CRT-TANGGAL                PIC 9(08).
017740
017750*----------------------------------------------------------------*
017760* Baris laporan                                                  *
017770*----------------------------------------------------------------*
017780 01  WS-REPORT-HEADER-1.
017790     05  FILLER                     PIC X(15) VALUE SPACES.
017800     05  FILLER                     PIC X(40)
017810         VALUE "DAFTAR MAHASISWA - LAPORAN ROSTER KELAS".
017820
017830 01  WS-REPORT-HEADER-2.
017840     05  FILLER                     PIC X(10) VALUE "TANGGAL : ".
017850     05  H2-TANGGAL                 PIC 9(08).
017860     05  FILLER                     PIC X(08) VALUE SPACES.
017870     05  FILLER                     PIC X(10) VALUE "HALAMAN : ".
017880     05  H2-HALAMAN                 PIC ZZZ9.
017890
017900 01  WS-REPORT-HEADER-3             PIC X(45)
017910         VALUE "=============================================".
017920
017930 01  WS-REPORT-HEADER-4             PIC X(45)
017940         VALUE "NO.    NPM         KLS   NAMA".
017950
017960 01  WS-REPORT-DETAIL.
017970     05  RD-SEQ                     PIC ZZZ9.
017980     05  FILLER                     PIC X(03) VALUE SPACES.
017990     05  RD-NPM                     PIC 9(08).
018000     05  FILLER                     PIC X(03) VALUE SPACES.
018010     05  RD-KELAS                   PIC X(03).
018020     05  FILLER                     PIC X(03) VALUE SPACES.
018030     05  RD-NAMA                    PIC X(40).
018040
018050 01  WS-REPORT-TOTAL.
018060     05  FILLER                     PIC X(18)
018070         VALUE "TOTAL MAHASISWA : ".
018080     05  RT-COUNT                   PIC ZZZ9.
018090
018100*----------------------------------------------------------------*
018110* Baris laporan rekap per angkatan / per fakultas                *
018120*----------------------------------------------------------------*
018130 01  WS-SUM-HEADER-1.
018140     05  FILLER                     PIC X(15) VALUE SPACES.
018150     05  FILLER                     PIC X(45)
018160         VALUE "REKAP MAHASISWA PER ANGKATAN / PER FAKULTAS".
018170
018180 01  WS-SUM-SECTION-1               PIC X(45)
018190         VALUE "JUMLAH PER ANGKATAN (TAHUN MASUK)".
018200
018210 01  WS-SUM-SECTION-2               PIC X(45)
018220         VALUE "JUMLAH PER FAKULTAS".
018230
018240 01  WS-SUM-DETAIL.
018250     05  SMD-LABEL                  PIC X(11).
018260     05  SMD-KODE                   PIC 9(02).
018270     05  FILLER                     PIC X(05) VALUE SPACES.
018280     05  SMD-JUMLAH                 PIC ZZZ9.
018290     05  FILLER                     PIC X(03) VALUE SPACES.
018300     05  SMD-NAMA                   PIC X(30).
018310
018320*----------------------------------------------------------------*
018330* Baris laporan rekonsiliasi master vs ekstrak registrasi        *
018340*----------------------------------------------------------------*
018350 01  WS-RCN-HEADER-1.
018360     05  FILLER                     PIC X(15) VALUE SPACES.
018370     05  FILLER                     PIC X(45)
018380         VALUE "REKONSILIASI MASTER VS EKSTRAK REGISTRASI".
018390
018400 01  WS-RCN-SECTION-1               PIC X(50)
018410         VALUE "HANYA DI MASTER (TIDAK ADA DI EKSTRAK)".
018420 01  WS-RCN-SECTION-2               PIC X(50)
018430         VALUE "HANYA DI EKSTRAK (BELUM ADA DI MASTER)".
018440 01  WS-RCN-SECTION-3               PIC X(50)
018450         VALUE "ADA DI KEDUANYA TETAPI NAMA BERBEDA".
018460
018470 01  WS-RCN-DETAIL.
018480     05  RCN-LABEL                  PIC X(10).
018490     05  RCN-NPM                    PIC 9(08).
018500     05  FILLER                     PIC X(02) VALUE SPACES.
018510     05  RCN-NAMA                   PIC X(40).
018520
018530 01  WS-RCN-TOTAL.
018540     05  FILLER                     PIC X(09) VALUE "JUMLAH : ".
018550     05  RCN-JUMLAH                 PIC ZZZ9.
018560
018570*----------------------------------------------------------------*
018580* Baris laporan peringkat IPK (daftar dekan / probasi)           *
018590*----------------------------------------------------------------*
018600 01  WS-RANK-HEADER-1.
018610     05  FILLER                     PIC X(15) VALUE SPACES.
018620     05  FILLER                     PIC X(40)
018630         VALUE "PERINGKAT IPK MAHASISWA (DAFTAR DEKAN)".
018640
018650 01  WS-RANK-HEADER-4               PIC X(50)
018660         VALUE "NO.    NPM        IPK     SKS    NAMA".
018670
018680 01  WS-RANK-DETAIL.
018690     05  RK-SEQ                     PIC ZZZ9.
018700     05  FILLER                     PIC X(03) VALUE SPACES.
018710     05  RK-NPM                     PIC 9(08).
018720     05  FILLER                     PIC X(03) VALUE SPACES.
018730     05  RK-IPK                     PIC 9.99.
018740     05  FILLER                     PIC X(03) VALUE SPACES.
018750     05  RK-SKS                     PIC ZZZZ9.
018760     05  FILLER                     PIC X(02) VALUE SPACES.
018770     05  RK-NAMA                    PIC X(40).
018780
018790*----------------------------------------------------------------*
018800* Baris laporan integritas nilai (rekaman yatim)                 *
018810*----------------------------------------------------------------*
018820 01  WS-ITG-HEADER-1.
018830     05  FILLER                     PIC X(15) VALUE SPACES.
018840     05  FILLER                     PIC X(45)
018850         VALUE "PEMERIKSAAN INTEGRITAS NILAI - REKAMAN YATIM".
018860
018870 01  WS-ITG-HEADER-4.
018880     05  FILLER                     PIC X(11) VALUE "NPM".
018890     05  FILLER                     PIC X(10) VALUE "SEMESTER".
018900     05  FILLER                     PIC X(12) VALUE "MATKUL".
018910     05  FILLER                     PIC X(05) VALUE "SKS".
018920     05  FILLER                     PIC X(07) VALUE "NILAI".
018930     05  FILLER                     PIC X(10) VALUE "KETERANGAN".
018940
018950 01  WS-ITG-DETAIL.
018960     05  IT-NPM                     PIC 9(08).
018970     05  FILLER                     PIC X(03) VALUE SPACES.
018980     05  IT-SEM                     PIC X(05).
018990     05  FILLER                     PIC X(05) VALUE SPACES.
019000     05  IT-MATKUL                  PIC X(08).
019010     05  FILLER                     PIC X(04) VALUE SPACES.
019020     05  IT-SKS                     PIC 9(02).
019030     05  FILLER                     PIC X(03) VALUE SPACES.
019040     05  IT-NILAI                   PIC X(02).
019050     05  FILLER                     PIC X(05) VALUE SPACES.
019060     05  IT-KET                     PIC X(12).
019070
019080 01  WS-ITG-TOTAL.
019090     05  FILLER                     PIC X(24)
019100         VALUE "TOTAL REKAMAN YATIM   : ".
019110     05  ITG-JUMLAH                 PIC ZZZ9.
019120
019130*----------------------------------------------------------------*
019140* Baris log hasil mode batch                                     *
019150*----------------------------------------------------------------*
019160 01  WS-LOG-HEADER.
019170     05  FILLER                     PIC X(20)
019180         VALUE "LOG BATCH TANGGAL : ".
019190     05  BL-TANGGAL                 PIC 9(08).
019200
019210 01  WS-LOG-DETAIL.
019220     05  FILLER                     PIC X(08) VALUE "LANGKAH ".
019230     05  BL-STEP                    PIC ZZZ9.
019240     05  FILLER                     PIC X(02) VALUE SPACES.
019250     05  BL-OP                      PIC X(08).
019260     05  FILLER                     PIC X(02) VALUE SPACES.
019270     05  BL-COUNT                   PIC ZZZZ9.
019280     05  FILLER                     PIC X(02) VALUE SPACES.
019290     05  BL-HASIL                   PIC X(06).
019300     05  FILLER                     PIC X(02) VALUE SPACES.
019310     05  BL-KET                     PIC X(40).
019320
019330*----------------------------------------------------------------*
019340* Baris laporan terima/tolak transaksi pemeliharaan batch        *
019350*----------------------------------------------------------------*
019360 01  WS-MTR-HEADER-1.
019370     05  FILLER                     PIC X(15) VALUE SPACES.
019380     05  FILLER                     PIC X(45)
019390         VALUE "LAPORAN TRANSAKSI PEMELIHARAAN BATCH".
019400
019410 01  WS-MTR-HEADER-4.
019420     05  FILLER                     PIC X(08) VALUE "HASIL".
019430     05  FILLER                     PIC X(10) VALUE "JENIS".
019440     05  FILLER                     PIC X(10) VALUE "NPM".
019450     05  FILLER                     PIC X(40) VALUE "KETERANGAN".
019460
019470 01  WS-MTR-DETAIL.
019480     05  MT-HASIL                   PIC X(08).
019490     05  MT-JENIS                   PIC X(08).
019500     05  FILLER                     PIC X(02) VALUE SPACES.
019510     05  MT-NPM                     PIC X(08).
019520     05  FILLER                     PIC X(02) VALUE SPACES.
019530     05  MT-KET                     PIC X(40).
019540
019550 01  WS-MTR-TOTAL-1.
019560     05  FILLER                     PIC X(11) VALUE "DITERIMA : ".
019570     05  MTR-ACC                    PIC ZZZ9.
019580
019590 01  WS-MTR-TOTAL-2.
019600     05  FILLER                     PIC X(11) VALUE "DITOLAK  : ".
019610     05  MTR-REJ                    PIC ZZZ9.
019620
019630*----------------------------------------------------------------*
019640* Baris laporan daftar alumni dan baris CSV alumni               *
019650*----------------------------------------------------------------*
019660 01  WS-ALR-HEADER-1.
019670     05  FILLER                     PIC X(15) VALUE SPACES.
019680     05  FILLER                     PIC X(40)
019690         VALUE "DAFTAR ALUMNI - LAPORAN ARSIP LULUSAN".
019700
019710 01  WS-ALR-HEADER-4                PIC X(50)
019720         VALUE "NO.    NPM        KLS   TGL LULUS   NAMA".
019730
019740 01  WS-ALR-DETAIL.
019750     05  AR-SEQ                     PIC ZZZ9.
019760     05  FILLER                     PIC X(03) VALUE SPACES.
019770     05  AR-NPM                     PIC 9(08).
019780     05  FILLER                     PIC X(03) VALUE SPACES.
019790     05  AR-KELAS                   PIC X(03).
019800     05  FILLER                     PIC X(03) VALUE SPACES.
019810     05  AR-TGL                     PIC 9(08).
019820     05  FILLER                     PIC X(04) VALUE SPACES.
019830     05  AR-NAMA                    PIC X(40).
019840
019850 01  WS-ALR-TOTAL.
019860     05  FILLER                     PIC X(15)
019870         VALUE "TOTAL ALUMNI : ".
019880     05  ALR-COUNT                  PIC ZZZ9.
019890
019900 01  WS-ALM-CSV-LINE.
019910     05  ACL-NPM                    PIC 9(08).
019920     05  FILLER                     PIC X(01) VALUE ",".
019930     05  ACL-NAMA                   PIC X(40).
019940     05  FILLER                     PIC X(01) VALUE ",".
019950     05  ACL-KELAS                  PIC X(03).
019960     05  FILLER                     PIC X(01) VALUE ",".
019970     05  ACL-TGL                    PIC 9(08).
019980
019990*----------------------------------------------------------------*
020000* Baris laporan penelusuran jejak audit (detail memakai tata     *
020010* letak WS-AUDIT-LINE apa adanya)                                *
020020*----------------------------------------------------------------*
020030 01  WS-ADR-HEADER-1.
020040     05  FILLER                     PIC X(15) VALUE SPACES.
020050     05  FILLER                     PIC X(40)
020060         VALUE "PENELUSURAN JEJAK AUDIT PEMELIHARAAN".
020070
020080 01  WS-ADR-HEADER-4.
020090     05  FILLER                     PIC X(10) VALUE "TANGGAL".
020100     05  FILLER                     PIC X(10) VALUE "JENIS".
020110     05  FILLER                     PIC X(10) VALUE "NPM".
020120     05  FILLER                     PIC X(42) VALUE "NILAI LAMA".
020130     05  FILLER                     PIC X(10) VALUE "NILAI BARU".
020140
020150 01  WS-ADR-TOTAL.
020160     05  FILLER                     PIC X(14)
020170         VALUE "TOTAL BARIS : ".
020180     05  ADR-COUNT                  PIC ZZZ9.
020190
020200*----------------------------------------------------------------*
020210* Baris laporan utilisasi kelas/rombel                           *
020220*----------------------------------------------------------------*
020230 01  WS-KPT-HEADER-1.
020240     05  FILLER                     PIC X(15) VALUE SPACES.
020250     05  FILLER                     PIC X(40)
020260         VALUE "UTILISASI KELAS / ROMBEL".
020270
020280 01  WS-KPT-HEADER-4.
020290     05  FILLER                     PIC X(07) VALUE "KELAS".
020300     05  FILLER                     PIC X(06) VALUE "ANGK".
020310     05  FILLER                     PIC X(06) VALUE "KAP".
020320     05  FILLER                     PIC X(08) VALUE "TERISI".
020330     05  FILLER                     PIC X(06) VALUE "SISA".
020340     05  FILLER                     PIC X(30) VALUE "NAMA".
020350
020360 01  WS-KPT-DETAIL.
020370     05  KU-KODE                    PIC X(03).
020380     05  FILLER                     PIC X(04) VALUE SPACES.
020390     05  KU-ANG                     PIC X(02).
020400     05  FILLER                     PIC X(04) VALUE SPACES.
020410     05  KU-KAP                     PIC ZZZ9.
020420     05  FILLER                     PIC X(02) VALUE SPACES.
020430     05  KU-ISI                     PIC ZZZ9.
020440     05  FILLER                     PIC X(04) VALUE SPACES.
020450     05  KU-SISA                    PIC ZZZ9.
020460     05  FILLER                     PIC X(02) VALUE SPACES.
020470     05  KU-NAMA                    PIC X(30).
020480
020490 01  WS-KPT-TOTAL-1.
020500     05  FILLER                     PIC X(22)
020510         VALUE "MAHASISWA TANPA KELAS:".
020520     05  KPT-NOKELAS                PIC ZZZ9.
020530
020540 01  WS-KPT-TOTAL-2.
020550     05  FILLER                     PIC X(22)
020560         VALUE "KELAS TAK TERDAFTAR  :".
020570     05  KPT-ASING                  PIC ZZZ9.
020580
020590*----------------------------------------------------------------*
020600* Baris laporan terima/tolak pembayaran UKT dari bank            *
020610*----------------------------------------------------------------*
020620 01  WS-UBR-HEADER-1.
020630     05  FILLER                     PIC X(15) VALUE SPACES.
020640     05  FILLER                     PIC X(45)
020650         VALUE "LAPORAN MUAT PEMBAYARAN UKT DARI BANK".
020660
020670 01  WS-UBR-HEADER-4.
020680     05  FILLER                     PIC X(08) VALUE "HASIL".
020690     05  FILLER                     PIC X(10) VALUE "NPM".
020700     05  FILLER                     PIC X(09) VALUE "SEMESTER".
020710     05  FILLER                     PIC X(11) VALUE "NOMINAL".
020720     05  FILLER                     PIC X(40) VALUE "KETERANGAN".
020730
020740 01  WS-UBR-DETAIL.
020750     05  UB-HASIL                   PIC X(08).
020760     05  UB-NPM                     PIC X(08).
020770     05  FILLER                     PIC X(02) VALUE SPACES.
020780     05  UB-SEM                     PIC X(05).
020790     05  FILLER                     PIC X(02) VALUE SPACES.
020800     05  UB-NOMINAL                 PIC ZZZ,ZZZ,ZZ9.
020810     05  FILLER                     PIC X(02) VALUE SPACES.
020820     05  UB-KET                     PIC X(32).
020830
020840 01  WS-UBR-TOTAL-3.
020850     05  FILLER                     PIC X(17)
020860         VALUE "TOTAL DITERIMA : ".
020870     05  UBR-NOMINAL                PIC ZZ,ZZZ,ZZZ,ZZ9.
020880
020890*----------------------------------------------------------------*
020900* Baris laporan tunggakan UKT per angkatan / kelas               *
020910*----------------------------------------------------------------*
020920 01  WS-UTK-HEADER-1.
020930     05  FILLER                     PIC X(15) VALUE SPACES.
020940     05  FILLER                     PIC X(45)
020950         VALUE "TUNGGAKAN UKT PER ANGKATAN / KELAS".
020960
020970 01  WS-UTK-HEADER-SEM.
020980     05  FILLER                     PIC X(11)
020990         VALUE "SEMESTER : ".
021000     05  UTH-SEM                    PIC X(05).
021010
021020 01  WS-UTK-HEADER-4.
021030     05  FILLER                     PIC X(10) VALUE "NPM".
021040     05  FILLER                     PIC X(25) VALUE "NAMA".
021050     05  FILLER                     PIC X(04) VALUE "GOL".
021060     05  FILLER                     PIC X(12)
021070         VALUE "    TAGIHAN".
021080     05  FILLER                     PIC X(12)
021090         VALUE "      BAYAR".
021100     05  FILLER                     PIC X(11)
021110         VALUE "  TUNGGAKAN".
021120
021130 01  WS-UTK-GROUP.
021140     05  FILLER                     PIC X(11)
021150         VALUE "ANGKATAN : ".
021160     05  UTG-ANGKATAN               PIC 9(02).
021170     05  FILLER                     PIC X(11)
021180         VALUE "   KELAS : ".
021190     05  UTG-KELAS                  PIC X(03).
021200
021210 01  WS-UTK-DETAIL.
021220     05  UT-NPM                     PIC 9(08).
021230     05  FILLER                     PIC X(02) VALUE SPACES.
021240     05  UT-NAMA                    PIC X(24).
021250     05  FILLER                     PIC X(01) VALUE SPACES.
021260     05  UT-GOL                     PIC Z9.
021270     05  FILLER                     PIC X(02) VALUE SPACES.
021280     05  UT-TAGIHAN                 PIC ZZZ,ZZZ,ZZ9.
021290     05  FILLER                     PIC X(01) VALUE SPACES.
021300     05  UT-BAYAR                   PIC ZZZ,ZZZ,ZZ9.
021310     05  FILLER                     PIC X(01) VALUE SPACES.
021320     05  UT-SISA                    PIC ZZZ,ZZZ,ZZ9.
021330
021340 01  WS-UTK-SUBTOTAL.
021350     05  UTS-LABEL                  PIC X(20).
021360     05  UTS-KODE                   PIC X(03).
021370     05  FILLER                     PIC X(03) VALUE " : ".
021380     05  UTS-JUMLAH                 PIC ZZZ9.
021390     05  FILLER                     PIC X(19)
021400         VALUE " MHS   TUNGGAKAN : ".
021410     05  UTS-SISA                   PIC ZZ,ZZZ,ZZZ,ZZ9.
021420
021430 01  WS-UKI-LINE.
021440     05  UI-SEM                     PIC X(05).
021450     05  FILLER                     PIC X(02) VALUE SPACES.
021460     05  UI-GOL                     PIC Z9.
021470     05  FILLER                     PIC X(02) VALUE SPACES.
021480     05  UI-TAGIHAN                 PIC ZZZ,ZZZ,ZZ9.
021490     05  FILLER                     PIC X(01) VALUE SPACES.
021500     05  UI-BAYAR                   PIC ZZZ,ZZZ,ZZ9.
021510     05  FILLER                     PIC X(01) VALUE SPACES.
021520     05  UI-SISA                    PIC ZZZ,ZZZ,ZZ9.
021530     05  FILLER                     PIC X(02) VALUE SPACES.
021540     05  UI-KET                     PIC X(11).
021550
021560*----------------------------------------------------------------*
021570* Baris laporan mahasiswa bimbingan per dosen wali               *
021580*----------------------------------------------------------------*
021590 01  WS-WLR-HEADER-1.
021600     05  FILLER                     PIC X(15) VALUE SPACES.
021610     05  FILLER                     PIC X(45)
021620         VALUE "DAFTAR MAHASISWA BIMBINGAN DOSEN WALI".
021630
021640 01  WS-WLR-HEADER-WALI.
021650     05  FILLER                     PIC X(13)
021660         VALUE "DOSEN WALI : ".
021670     05  WLH-NIDN                   PIC X(10).
021680     05  FILLER                     PIC X(01) VALUE SPACES.
021690     05  WLH-NAMA                   PIC X(40).
021700
021710 01  WS-WLR-HEADER-KUOTA.
021720     05  FILLER                     PIC X(13)
021730         VALUE "FAKULTAS   : ".
021740     05  WLH-FAK                    PIC X(02).
021750     05  FILLER                     PIC X(18)
021760         VALUE "   KUOTA BIMBINGAN".
021770     05  FILLER                     PIC X(03) VALUE " : ".
021780     05  WLH-MAKS                   PIC ZZZ9.
021790
021800 01  WS-WLR-HEADER-4.
021810     05  FILLER                     PIC X(05) VALUE "NO.".
021820     05  FILLER                     PIC X(10) VALUE "NPM".
021830     05  FILLER                     PIC X(31) VALUE "NAMA".
021840     05  FILLER                     PIC X(07) VALUE "STATUS".
021850     05  FILLER                     PIC X(06) VALUE "KELAS".
021860     05  FILLER                     PIC X(07) VALUE "SEM".
021870     05  FILLER                     PIC X(06) VALUE "IPS".
021880     05  FILLER                     PIC X(04) VALUE "IPK".
021890
021900 01  WS-WLR-DETAIL.
021910     05  WL-SEQ                     PIC ZZZ9.
021920     05  FILLER                     PIC X(01) VALUE SPACES.
021930     05  WL-NPM                     PIC 9(08).
021940     05  FILLER                     PIC X(02) VALUE SPACES.
021950     05  WL-NAMA                    PIC X(30).
021960     05  FILLER                     PIC X(01) VALUE SPACES.
021970     05  WL-STATUS                  PIC X(06).
021980     05  FILLER                     PIC X(01) VALUE SPACES.
021990     05  WL-KELAS                   PIC X(03).
022000     05  FILLER                     PIC X(03) VALUE SPACES.
022010     05  WL-IPS-SEM                 PIC X(05).
022020     05  FILLER                     PIC X(02) VALUE SPACES.
022030     05  WL-IPS                     PIC 9.99.
022040     05  FILLER                     PIC X(02) VALUE SPACES.
022050     05  WL-IPK                     PIC 9.99.
022060
022070 01  WS-WLR-TOTAL.
022080     05  FILLER                     PIC X(19)
022090         VALUE "JUMLAH BIMBINGAN : ".
022100     05  WLT-JUMLAH                 PIC ZZZ9.
022110     05  FILLER                     PIC X(24)
022120         VALUE "   (AKTIF/CUTI DIHITUNG ".
022130     05  FILLER                     PIC X(10)
022140         VALUE "KE KUOTA: ".
022150     05  WLT-AKTIF                  PIC ZZZ9.
022160     05  FILLER                     PIC X(01) VALUE ")".
022170
022180*----------------------------------------------------------------*
022190* Baris laporan evaluasi yudisium                                *
022200*----------------------------------------------------------------*
022210 01  WS-YDR-HEADER-1.
022220     05  FILLER                     PIC X(15) VALUE SPACES.
022230     05  FILLER                     PIC X(45)
022240         VALUE "EVALUASI YUDISIUM - KELAYAKAN LULUS".
022250
022260 01  WS-YDR-HEADER-4.
022270     05  FILLER                     PIC X(10) VALUE "NPM".
022280     05  FILLER                     PIC X(31) VALUE "NAMA".
022290     05  FILLER                     PIC X(06) VALUE "SKS".
022300     05  FILLER                     PIC X(07) VALUE "IPK".
022310     05  FILLER                     PIC X(05) VALUE "D".
022320     05  FILLER                     PIC X(11) VALUE "HASIL".
022330
022340 01  WS-YDR-DETAIL.
022350     05  YD-NPM                     PIC 9(08).
022360     05  FILLER                     PIC X(02) VALUE SPACES.
022370     05  YD-NAMA                    PIC X(30).
022380     05  FILLER                     PIC X(01) VALUE SPACES.
022390     05  YD-SKS                     PIC ZZZ9.
022400     05  FILLER                     PIC X(02) VALUE SPACES.
022410     05  YD-IPK                     PIC 9.99.
022420     05  FILLER                     PIC X(03) VALUE SPACES.
022430     05  YD-D                       PIC ZZ9.
022440     05  FILLER                     PIC X(02) VALUE SPACES.
022450     05  YD-HASIL                   PIC X(11).
022460
022470 01  WS-YDR-ALASAN.
022480     05  FILLER                     PIC X(10) VALUE SPACES.
022490     05  FILLER                     PIC X(17)
022500         VALUE "TIDAK MEMENUHI : ".
022510     05  YDA-TEKS                   PIC X(30).
022520
022530 01  WS-YDR-TOTAL-1.
022540     05  FILLER                     PIC X(14)
022550         VALUE "LAYAK       : ".
022560     05  YDT-LAYAK                  PIC ZZZ9.
022570
022580 01  WS-YDR-TOTAL-2.
022590     05  FILLER                     PIC X(14)
022600         VALUE "TIDAK LAYAK : ".
022610     05  YDT-TOLAK                  PIC ZZZ9.
022620
022630*----------------------------------------------------------------*
022640* Baris laporan evaluasi akademik akhir semester                 *
022650*----------------------------------------------------------------*
022660 01  WS-EVR-HEADER-1.
022670     05  FILLER                     PIC X(15) VALUE SPACES.
022680     05  FILLER                     PIC X(45)
022690         VALUE "EVALUASI AKADEMIK AKHIR SEMESTER".
022700
022710 01  WS-EVR-HEADER-SEM.
022720     05  FILLER                     PIC X(11)
022730         VALUE "SEMESTER : ".
022740     05  EVH-SEM                    PIC X(05).
022750     05  FILLER                     PIC X(25)
022760         VALUE "   BATAS MASA STUDI    : ".
022770     05  EVH-MAKS                   PIC Z9.
022780     05  FILLER                     PIC X(09) VALUE " SEMESTER".
022790
022800 01  WS-EVR-HEADER-4.
022810     05  FILLER                     PIC X(10) VALUE "NPM".
022820     05  FILLER                     PIC X(25) VALUE "NAMA".
022830     05  FILLER                     PIC X(04) VALUE "STS".
022840     05  FILLER                     PIC X(06) VALUE "SEMKE".
022850     05  FILLER                     PIC X(06) VALUE "IPS<2".
022860     05  FILLER                     PIC X(06) VALUE "IPS".
022870     05  FILLER                     PIC X(06) VALUE "IPK".
022880     05  FILLER                     PIC X(12) VALUE "DASAR".
022890
022900 01  WS-EVR-TINGKAT.
022910     05  FILLER                     PIC X(10)
022920         VALUE "TINGKAT : ".
022930     05  EVT-TEKS                   PIC X(30).
022940
022950 01  WS-EVR-DETAIL.
022960     05  EV-NPM                     PIC 9(08).
022970     05  FILLER                     PIC X(02) VALUE SPACES.
022980     05  EV-NAMA                    PIC X(24).
022990     05  FILLER                     PIC X(01) VALUE SPACES.
023000     05  EV-STATUS                  PIC X(01).
023010     05  FILLER                     PIC X(02) VALUE SPACES.
023020     05  EV-SEM-KE                  PIC -ZZ9.
023030     05  FILLER                     PIC X(04) VALUE SPACES.
023040     05  EV-RUNTUN                  PIC Z9.
023050     05  FILLER                     PIC X(03) VALUE SPACES.
023060     05  EV-IPS                     PIC 9.99.
023070     05  FILLER                     PIC X(02) VALUE SPACES.
023080     05  EV-IPK                     PIC 9.99.
023090     05  FILLER                     PIC X(02) VALUE SPACES.
023100     05  EV-DASAR                   PIC X(12).
023110
023120 01  WS-EVR-SUBTOTAL.
023130     05  FILLER                     PIC X(10) VALUE SPACES.
023140     05  FILLER                     PIC X(10) VALUE "JUMLAH : ".
023150     05  EVS-JUMLAH                 PIC ZZZ9.
023160
023170 01  WS-EVR-TOTAL.
023180     05  FILLER                     PIC X(24)
023190         VALUE "MAHASISWA DIPERIKSA   : ".
023200     05  EVT-DIPERIKSA              PIC ZZZ9.
023210     05  FILLER                     PIC X(14)
023220         VALUE "   PERINGATAN ".
023230     05  EVT-N-1                    PIC ZZZ9.
023240     05  FILLER                     PIC X(08) VALUE "  AKHIR ".
023250     05  EVT-N-2                    PIC ZZZ9.
023260     05  FILLER                     PIC X(05) VALUE "  DO ".
023270     05  EVT-N-3                    PIC ZZZ9.
023280
023290*----------------------------------------------------------------*
023300* Baris usulan DO hasil evaluasi akademik (berkas MUTASIDO)      *
023310*----------------------------------------------------------------*
023320 01  WS-EVD-LINE.
023330     05  FILLER                     PIC X(07) VALUE "STATUS,".
023340     05  EVD-NPM                    PIC 9(08).
023350     05  FILLER                     PIC X(02) VALUE ",D".
023360
023370*----------------------------------------------------------------*
023380* Rekaman kiriman semester PDDIKTI (kepala, rinci, trailer)      *
023390*----------------------------------------------------------------*
023400 01  WS-PD-HEADER.
023410     05  FILLER                     PIC X(01) VALUE "H".
023420     05  PDH-SEM                    PIC X(05).
023430     05  PDH-TANGGAL                PIC 9(08).
023440     05  FILLER                     PIC X(16)
023450         VALUE "DAFTAR-MAHASISWA".
023460     05  FILLER                     PIC X(50) VALUE SPACES.
023470
023480 01  WS-PD-DETAIL.
023490     05  FILLER                     PIC X(01) VALUE "D".
023500     05  PDD-SEM                    PIC X(05).
023510     05  PDD-NPM                    PIC 9(08).
023520     05  PDD-FAKULTAS               PIC 9(02).
023530     05  PDD-NAMA                   PIC X(40).
023540     05  PDD-STATUS                 PIC X(01).
023550     05  PDD-SKS-SEM                PIC 9(02).
023560     05  PDD-IPS                    PIC 9(01)V9(02).
023570     05  PDD-SKS-KUM                PIC 9(03).
023580     05  PDD-IPK                    PIC 9(01)V9(02).
023590     05  PDD-TGL-LULUS              PIC 9(08).
023600     05  FILLER                     PIC X(04) VALUE SPACES.
023610
023620 01  WS-PD-TRAILER.
023630     05  FILLER                     PIC X(01) VALUE "T".
023640     05  PDT-SEM                    PIC X(05).
023650     05  PDT-JUMLAH                 PIC 9(06).
023660     05  PDT-N-A                    PIC 9(06).
023670     05  PDT-N-C                    PIC 9(06).
023680     05  PDT-N-L                    PIC 9(06).
023690     05  PDT-N-D                    PIC 9(06).
023700     05  PDT-N-TOLAK                PIC 9(06).
023710     05  FILLER                     PIC X(38) VALUE SPACES.
023720
023730*----------------------------------------------------------------*
023740* Baris laporan validasi kiriman PDDIKTI                         *
023750*----------------------------------------------------------------*
023760 01  WS-PDV-HEADER-1.
023770     05  FILLER                     PIC X(20) VALUE SPACES.
023780     05  FILLER                     PIC X(40)
023790         VALUE "VALIDASI KIRIMAN SEMESTER PDDIKTI".
023800
023810 01  WS-PDV-HEADER-SEM.
023820     05  FILLER                     PIC X(11)
023830         VALUE "SEMESTER : ".
023840     05  PVH-SEM                    PIC X(05).
023850
023860 01  WS-PDV-HEADER-4.
023870     05  FILLER                     PIC X(10) VALUE "NPM".
023880     05  FILLER                     PIC X(26) VALUE "NAMA".
023890     05  FILLER                     PIC X(04) VALUE "STS".
023900     05  FILLER                     PIC X(05) VALUE "SKS".
023910     05  FILLER                     PIC X(30)
023920         VALUE "ALASAN TIDAK DAPAT DILAPORKAN".
023930
023940 01  WS-PDV-DETAIL.
023950     05  PV-NPM                     PIC 9(08).
023960     05  FILLER                     PIC X(02) VALUE SPACES.
023970     05  PV-NAMA                    PIC X(24).
023980     05  FILLER                     PIC X(02) VALUE SPACES.
023990     05  PV-STATUS                  PIC X(01).
024000     05  FILLER                     PIC X(03) VALUE SPACES.
024010     05  PV-SKS                     PIC ZZ9.
024020     05  FILLER                     PIC X(02) VALUE SPACES.
024030     05  PV-ALASAN                  PIC X(30).
024040
024050 01  WS-PDV-TOTAL-1.
024060     05  FILLER                     PIC X(24)
024070         VALUE "RECORD DIKIRIM        : ".
024080     05  PVT-DIKIRIM                PIC ZZZZZ9.
024090
024100 01  WS-PDV-TOTAL-2.
024110     05  FILLER                     PIC X(24)
024120         VALUE "TIDAK DAPAT DILAPORKAN: ".
024130     05  PVT-TOLAK                  PIC ZZZZZ9.
024140
024150*----------------------------------------------------------------*
024160* Baris laporan terima/tolak koreksi nilai batch                 *
024170*----------------------------------------------------------------*
024180 01  WS-KTR-HEADER-1.
024190     05  FILLER                     PIC X(15) VALUE SPACES.
024200     05  FILLER                     PIC X(45)
024210         VALUE "LAPORAN KOREKSI NILAI BATCH".
024220
024230 01  WS-KTR-HEADER-4.
024240     05  FILLER                     PIC X(08) VALUE "HASIL".
024250     05  FILLER                     PIC X(09) VALUE "NPM".
024260     05  FILLER                     PIC X(06) VALUE "SEM".
024270     05  FILLER                     PIC X(09) VALUE "MATKUL".
024280     05  FILLER                     PIC X(03) VALUE "LM".
024290     05  FILLER                     PIC X(03) VALUE "BR".
024300     05  FILLER                     PIC X(03) VALUE "AL".
024310     05  FILLER                     PIC X(34)
024320         VALUE "OTORISASI / KETERANGAN".
024330
024340 01  WS-KTR-DETAIL.
024350     05  KT-HASIL                   PIC X(08).
024360     05  KT-NPM                     PIC X(08).
024370     05  FILLER                     PIC X(01) VALUE SPACES.
024380     05  KT-SEMESTER                PIC X(05).
024390     05  FILLER                     PIC X(01) VALUE SPACES.
024400     05  KT-MATKUL                  PIC X(08).
024410     05  FILLER                     PIC X(01) VALUE SPACES.
024420     05  KT-NILAI-LAMA              PIC X(02).
024430     05  FILLER                     PIC X(01) VALUE SPACES.
024440     05  KT-NILAI-BARU              PIC X(02).
024450     05  FILLER                     PIC X(01) VALUE SPACES.
024460     05  KT-ALASAN                  PIC X(02).
024470     05  FILLER                     PIC X(01) VALUE SPACES.
024480     05  KT-KET                     PIC X(34).
024490
024500*----------------------------------------------------------------*
024510* Baris laporan perubahan nilai periodik                         *
024520*----------------------------------------------------------------*
024530 01  WS-KPR-HEADER-1.
024540     05  FILLER                     PIC X(15) VALUE SPACES.
024550     05  FILLER                     PIC X(45)
024560         VALUE "LAPORAN PERUBAHAN NILAI PER MATKUL".
024570
024580 01  WS-KPR-HEADER-TGL.
024590     05  FILLER                     PIC X(11)
024600         VALUE "PERIODE  : ".
024610     05  KPH-AWAL                   PIC 9(08).
024620     05  FILLER                     PIC X(06) VALUE " S.D. ".
024630     05  KPH-AKHIR                  PIC 9(08).
024640
024650 01  WS-KPR-HEADER-4.
024660     05  FILLER                     PIC X(10) VALUE "TANGGAL".
024670     05  FILLER                     PIC X(10) VALUE "NPM".
024680     05  FILLER                     PIC X(10) VALUE "NILAI".
024690     05  FILLER                     PIC X(20) VALUE "ALASAN".
024700     05  FILLER                     PIC X(20)
024710         VALUE "OTORISASI DOSEN".
024720
024730 01  WS-KPR-GRUP.
024740     05  FILLER                     PIC X(09) VALUE "MATKUL : ".
024750     05  KPG-MATKUL                 PIC X(08).
024760     05  FILLER                     PIC X(14)
024770         VALUE "   SEMESTER : ".
024780     05  KPG-SEMESTER               PIC X(05).
024790
024800 01  WS-KPR-DETAIL.
024810     05  KP-TANGGAL                 PIC 9(08).
024820     05  FILLER                     PIC X(02) VALUE SPACES.
024830     05  KP-NPM                     PIC 9(08).
024840     05  FILLER                     PIC X(02) VALUE SPACES.
024850     05  KP-NILAI-LAMA              PIC X(02).
024860     05  FILLER                     PIC X(04) VALUE " -> ".
024870     05  KP-NILAI-BARU              PIC X(02).
024880     05  FILLER                     PIC X(02) VALUE SPACES.
024890     05  KP-ALASAN                  PIC 9(02).
024900     05  FILLER                     PIC X(01) VALUE SPACES.
024910     05  KP-ALASAN-TEKS             PIC X(15).
024920     05  FILLER                     PIC X(02) VALUE SPACES.
024930     05  KP-OTORISASI               PIC X(20).
024940
024950 01  WS-KPR-SUBTOTAL.
024960     05  FILLER                     PIC X(10) VALUE SPACES.
024970     05  FILLER                     PIC X(10) VALUE "JUMLAH : ".
024980     05  KPS-JUMLAH                 PIC ZZZ9.
024990
025000 01  WS-KPR-TOTAL.
025010     05  FILLER                     PIC X(18)
025020         VALUE "TOTAL PERUBAHAN : ".
025030     05  KPT-JUMLAH                 PIC ZZZZ9.
025040     05  FILLER                     PIC X(06) VALUE "   01:".
025050     05  KPT-N-01                   PIC ZZZ9.
025060     05  FILLER                     PIC X(05) VALUE "  02:".
025070     05  KPT-N-02                   PIC ZZZ9.
025080     05  FILLER                     PIC X(05) VALUE "  03:".
025090     05  KPT-N-03                   PIC ZZZ9.
025100     05  FILLER                     PIC X(05) VALUE "  04:".
025110     05  KPT-N-04                   PIC ZZZ9.
025120
025130*----------------------------------------------------------------*
025140* Baris laporan analisis kohort per angkatan/fakultas            *
025150*----------------------------------------------------------------*
025160 01  WS-KHR-HEADER-1.
025170     05  FILLER                     PIC X(15) VALUE SPACES.
025180     05  FILLER                     PIC X(45)
025190         VALUE "ANALISIS KOHORT PER ANGKATAN DAN FAKULTAS".
025200
025210 01  WS-KHR-HEADER-4.
025220     05  FILLER                     PIC X(06) VALUE "ANGK".
025230     05  FILLER                     PIC X(03) VALUE "FAK".
025240     05  FILLER                     PIC X(12) VALUE "NAMA".
025250     05  FILLER                     PIC X(06) VALUE " MASUK".
025260     05  FILLER                     PIC X(06) VALUE " AKTIF".
025270     05  FILLER                     PIC X(06) VALUE "  CUTI".
025280     05  FILLER                     PIC X(06) VALUE "    DO".
025290     05  FILLER                     PIC X(06) VALUE " LULUS".
025300     05  FILLER                     PIC X(07) VALUE "  TEPAT".
025310     05  FILLER                     PIC X(07) VALUE "  TELAT".
025320     05  FILLER                     PIC X(08) VALUE "    RATA".
025330
025340 01  WS-KHR-HEADER-5.
025350     05  FILLER                     PIC X(51) VALUE SPACES.
025360     05  FILLER                     PIC X(07) VALUE "    (%)".
025370     05  FILLER                     PIC X(07) VALUE "    (%)".
025380     05  FILLER                     PIC X(08) VALUE " (TAHUN)".
025390
025400 01  WS-KHR-DETAIL.
025410     05  KD-ANGKATAN                PIC ZZZZ.
025420     05  FILLER                     PIC X(02) VALUE SPACES.
025430     05  KD-FAKULTAS                PIC X(02).
025440     05  FILLER                     PIC X(01) VALUE SPACES.
025450     05  KD-FAK-NAMA                PIC X(12).
025460     05  KD-MASUK                   PIC ZZZZZ9.
025470     05  KD-AKTIF                   PIC ZZZZZ9.
025480     05  KD-CUTI                    PIC ZZZZZ9.
025490     05  KD-DO                      PIC ZZZZZ9.
025500     05  KD-LULUS                   PIC ZZZZZ9.
025510     05  KD-PCT-TEPAT               PIC ZZZZ9.9.
025520     05  KD-PCT-TELAT               PIC ZZZZ9.9.
025530     05  KD-RATA                    PIC ZZZZ9.99.
025540
025550*----------------------------------------------------------------*
025560* Baris keluaran CSV kohort (KOHORCSV)                           *
025570*----------------------------------------------------------------*
025580 01  WS-KHC-LINE.
025590     05  KC-ANGKATAN                PIC 9(04).
025600     05  FILLER                     PIC X(01) VALUE ",".
025610     05  KC-FAKULTAS                PIC 9(02).
025620     05  FILLER                     PIC X(01) VALUE ",".
025630     05  KC-MASUK                   PIC 9(05).
025640     05  FILLER                     PIC X(01) VALUE ",".
025650     05  KC-AKTIF                   PIC 9(05).
025660     05  FILLER                     PIC X(01) VALUE ",".
025670     05  KC-CUTI                    PIC 9(05).
025680     05  FILLER                     PIC X(01) VALUE ",".
025690     05  KC-DO                      PIC 9(05).
025700     05  FILLER                     PIC X(01) VALUE ",".
025710     05  KC-LULUS                   PIC 9(05).
025720     05  FILLER                     PIC X(01) VALUE ",".
025730     05  KC-TEPAT                   PIC 9(05).
025740     05  FILLER                     PIC X(01) VALUE ",".
025750     05  KC-TELAT                   PIC 9(05).
025760     05  FILLER                     PIC X(01) VALUE ",".
025770     05  KC-PCT-TEPAT               PIC 999.9.
025780     05  FILLER                     PIC X(01) VALUE ",".
025790     05  KC-PCT-TELAT               PIC 999.9.
025800     05  FILLER                     PIC X(01) VALUE ",".
025810     05  KC-RATA                    PIC 99.99.
025820
025830*----------------------------------------------------------------*
025840* Baris laporan distribusi nilai per mata kuliah                 *
025850*----------------------------------------------------------------*
025860 01  WS-DNR-HEADER-1.
025870     05  FILLER                     PIC X(10) VALUE SPACES.
025880     05  FILLER                     PIC X(50)
025890         VALUE "DISTRIBUSI NILAI DAN KELULUSAN PER MATKUL".
025900
025910 01  WS-DNR-HEADER-SEM.
025920     05  FILLER                     PIC X(11)
025930         VALUE "SEMESTER : ".
025940     05  DNH-AWAL                   PIC X(05).
025950     05  FILLER                     PIC X(06) VALUE " S.D. ".
025960     05  DNH-AKHIR                  PIC X(05).
025970     05  FILLER                     PIC X(17)
025980         VALUE "   AMBANG D+E : ".
025990     05  DNH-AMBANG                 PIC ZZ9.
026000     05  FILLER                     PIC X(17)
026010         VALUE "%   RATA NORMA : ".
026020     05  DNH-NORMA                  PIC 9.99.
026030
026040 01  WS-DNR-MATKUL.
026050     05  FILLER                     PIC X(09) VALUE "MATKUL : ".
026060     05  DNM-MATKUL                 PIC X(08).
026070     05  FILLER                     PIC X(02) VALUE SPACES.
026080     05  DNM-NAMA                   PIC X(30).
026090     05  FILLER                     PIC X(06) VALUE "  SKS ".
026100     05  DNM-SKS                    PIC Z9.
026110
026120 01  WS-DNR-STAT.
026130     05  FILLER                     PIC X(02) VALUE SPACES.
026140     05  DS-JENIS                   PIC X(08).
026150     05  FILLER                     PIC X(02) VALUE "N:".
026160     05  DS-N                       PIC ZZZ9.
026170     05  FILLER                     PIC X(07) VALUE "  RATA:".
026180     05  DS-RATA                    PIC 9.99.
026190     05  FILLER                     PIC X(08) VALUE "  LULUS:".
026200     05  DS-LULUS                   PIC ZZ9.9.
026210     05  FILLER                     PIC X(01) VALUE "%".
026220     05  FILLER                     PIC X(06) VALUE "  D+E:".
026230     05  DS-DE                      PIC ZZ9.9.
026240     05  FILLER                     PIC X(02) VALUE "% ".
026250     05  DS-FLAG                    PIC X(26).
026260
026270 01  WS-DNR-HURUF.
026280     05  FILLER                     PIC X(04) VALUE SPACES.
026290     05  DH-SLOT OCCURS 4 TIMES.
026300         10  DH-HURUF               PIC X(02).
026310         10  DH-TITIK               PIC X(01).
026320         10  DH-JML                 PIC ZZZ9.
026330         10  DH-BUKA                PIC X(02).
026340         10  DH-PCT                 PIC ZZ9.9.
026350         10  DH-TUTUP               PIC X(04).
026360
026370 01  WS-DNR-TOTAL.
026380     05  FILLER                     PIC X(20)
026390         VALUE "MATKUL DILAPORKAN : ".
026400     05  DNT-MK-N                   PIC ZZZ9.
026410     05  FILLER                     PIC X(14)
026420         VALUE "   DITANDAI : ".
026430     05  DNT-FLAG-N                 PIC ZZZ9.
026440
026450*----------------------------------------------------------------*
026460* Baris laporan terima/tolak muat biodata                        *
026470*----------------------------------------------------------------*
026480 01  WS-BIR-HEADER-1.
026490     05  FILLER                     PIC X(15) VALUE SPACES.
026500     05  FILLER                     PIC X(45)
026510         VALUE "LAPORAN MUAT BIODATA MAHASISWA (BIOEXTRK)".
026520
026530******************************************************************
026540*               P R O C E D U R E   D I V I S I O N              *
026550******************************************************************
026560 PROCEDURE DIVISION.
026570*----------------------------------------------------------------*
026580* 0000 - MAINLINE                                                *
026590*----------------------------------------------------------------*
026600 0000-MAINLINE.
026610     PERFORM 2400-CHECK-BATCH-MODE THRU 2400-EXIT.
026620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026630     IF WS-BATCH-MODE
026640         PERFORM 2500-BATCH-RUN THRU 2500-EXIT
026650     ELSE
026660         IF NOT WS-KN-DITOLAK
026670             PERFORM 2000-MAIN-MENU THRU 2000-EXIT
026680                 UNTIL WS-EXIT-REQUESTED
026690         END-IF
026700     END-IF.
026710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026720     STOP RUN.
026730
026740*----------------------------------------------------------------*
026750* 1000 - INITIALIZE: buka master, buat bila belum ada, muat tabel*
026760*        (sesi didaftarkan dulu di kunci pemakaian RUNLOCK)      *
026770*----------------------------------------------------------------*
026780 1000-INITIALIZE.
026790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026800     PERFORM 9300-KUNCI-MULAI THRU 9300-EXIT.
026810     IF WS-KN-DITOLAK
026820         GO TO 1000-EXIT
026830     END-IF.
026840     OPEN I-O MASTER-FILE.
026850     IF WS-MASTER-STATUS = "35"
026860         OPEN OUTPUT MASTER-FILE
026870         CLOSE MASTER-FILE
026880         OPEN I-O MASTER-FILE
026890     ELSE
026900         IF WS-MASTER-STATUS = "39"
026910             DISPLAY "GAGAL MEMBUKA MAHMAST - FILE STATUS 39:"
026920             DISPLAY "TATA LETAK REKAMAN MAHMAST VERSI LAMA - "
026930                 "BANGUN ULANG DARI EKSTRAK REGISTRASI "
026940                 "(MENU MUAT BATCH) SETELAH MAHMAST DIGANTI."
026950             PERFORM 9390-KUNCI-LEPAS THRU 9390-EXIT
026960             STOP RUN
026970         ELSE
026980             IF WS-MASTER-STATUS NOT = "00"
026990                 DISPLAY "GAGAL MEMBUKA MAHMAST - FILE STATUS "
027000                     WS-MASTER-STATUS
027010                 PERFORM 9390-KUNCI-LEPAS THRU 9390-EXIT
027020                 STOP RUN
027030             END-IF
027040         END-IF
027050     END-IF.
027060     OPEN I-O NILAI-FILE.
027070     IF WS-NIL-STATUS = "35"
027080         OPEN OUTPUT NILAI-FILE
027090         CLOSE NILAI-FILE
027100         OPEN I-O NILAI-FILE
027110     ELSE
027120         IF WS-NIL-STATUS = "39"
027130             DISPLAY "GAGAL MEMBUKA NILMAST - FILE STATUS 39:"
027140             DISPLAY "TATA LETAK REKAMAN NILMAST VERSI LAMA "
027150                 "(TANPA SEMESTER) - BANGUN ULANG DARI EKSTRAK "
027160                 "NILAI (MENU NILAI) SETELAH NILMAST DIGANTI."
027170             PERFORM 9390-KUNCI-LEPAS THRU 9390-EXIT
027180             STOP RUN
027190         ELSE
027200             IF WS-NIL-STATUS NOT = "00"
027210                 DISPLAY "GAGAL MEMBUKA NILMAST - FILE STATUS "
027220                     WS-NIL-STATUS
027230                 PERFORM 9390-KUNCI-LEPAS THRU 9390-EXIT
027240                 STOP RUN
027250             END-IF
027260         END-IF
027270     END-IF.
027280     OPEN I-O BIODATA-FILE.
027290     IF WS-BIO-STATUS = "35"
027300         OPEN OUTPUT BIODATA-FILE
027310         CLOSE BIODATA-FILE
027320         OPEN I-O BIODATA-FILE
027330     END-IF.
027340     IF WS-BIO-STATUS NOT = "00"
027350         DISPLAY "GAGAL MEMBUKA BIODATA - FILE STATUS "
027360             WS-BIO-STATUS
027370         PERFORM 9390-KUNCI-LEPAS THRU 9390-EXIT
027380         STOP RUN
027390     END-IF.
027400     PERFORM 1100-LOAD-MASTER-TO-TABLE THRU 1100-EXIT.
027410     PERFORM 1200-LOAD-FACULTY-REF THRU 1200-EXIT.
027420     PERFORM 1300-LOAD-BOBOT-REF THRU 1300-EXIT.
027430     PERFORM 1400-LOAD-MATKUL-REF THRU 1400-EXIT.
027440     PERFORM 1500-LOAD-KELAS-REF THRU 1500-EXIT.
027450     PERFORM 1700-LOAD-DOSEN-REF THRU 1700-EXIT.
027460     PERFORM 1800-LOAD-KURIK-REF THRU 1800-EXIT.
027470     MOVE WS-RUN-DATE TO WS-TGL-KONV.
027480     PERFORM 1610-TGL-KE-SEMESTER THRU 1610-EXIT.
027490     MOVE WS-SEM-KONV TO WS-SEM-BERJALAN.
027500 1000-EXIT.
027510     EXIT.
027520
027530*----------------------------------------------------------------*
027540* 1100 - muat seluruh isi MASTER-FILE ke tabel memori            *
027550*----------------------------------------------------------------*
027560 1100-LOAD-MASTER-TO-TABLE.
027570     MOVE 0 TO WS-REC-COUNT.
027580     MOVE 'N' TO WS-EOF-SW.
027590     MOVE LOW-VALUES TO MASTER-RECORD.
027600     START MASTER-FILE KEY NOT LESS THAN MR-NPM
027610         INVALID KEY MOVE 'Y' TO WS-EOF-SW
027620     END-START.
027630     PERFORM 1110-LOAD-MASTER-STEP THRU 1110-EXIT
027640         UNTIL WS-EOF.
027650 1100-EXIT.
027660     EXIT.
027670
027680 1110-LOAD-MASTER-STEP.
027690     READ MASTER-FILE NEXT RECORD
027700         AT END
027710             MOVE 'Y' TO WS-EOF-SW
027720         NOT AT END
027730             IF WS-REC-COUNT >= WS-MAX-STUDENTS
027740                 DISPLAY "PERINGATAN: TABEL MAHASISWA PENUH - "
027750                     "SISA DATA MASTER TIDAK DIMUAT KE MEMORI."
027760                 MOVE 'Y' TO WS-EOF-SW
027770             ELSE
027780                 ADD 1 TO WS-REC-COUNT
027790                 MOVE MR-NPM TO WS-TABLE-NPM(WS-REC-COUNT)
027800                 MOVE MR-NAMA TO WS-TABLE-NAMA(WS-REC-COUNT)
027810             END-IF
027820     END-READ.
027830 1110-EXIT.
027840     EXIT.
027850
027860*----------------------------------------------------------------*
027870* 1200 - muat tabel acuan kode fakultas dari berkas FAKREF       *
027880*----------------------------------------------------------------*
027890 1200-LOAD-FACULTY-REF.
027900     MOVE 0 TO WS-FAK-COUNT.
027910     OPEN INPUT FACULTY-REF-FILE.
027920     IF WS-FAK-STATUS NOT = "00"
027930         DISPLAY "PERINGATAN: BERKAS FAKREF TIDAK DITEMUKAN - "
027940             "VALIDASI KODE FAKULTAS DILEWATI."
027950         GO TO 1200-EXIT
027960     END-IF.
027970     MOVE 'N' TO WS-EOF-SW.
027980     PERFORM 1210-LOAD-FAK-STEP THRU 1210-EXIT
027990         UNTIL WS-EOF.
028000     CLOSE FACULTY-REF-FILE.
028010 1200-EXIT.
028020     EXIT.
028030
028040 1210-LOAD-FAK-STEP.
028050     READ FACULTY-REF-FILE
028060         AT END
028070             MOVE 'Y' TO WS-EOF-SW
028080         NOT AT END
028090             MOVE SPACES TO WS-FAK-KODE-IN
028100             MOVE SPACES TO WS-FAK-NAMA-IN
028110             UNSTRING FACULTY-REF-RECORD DELIMITED BY ","
028120                 INTO WS-FAK-KODE-IN WS-FAK-NAMA-IN
028130             IF WS-FAK-KODE-IN NUMERIC
028140                     AND WS-FAK-COUNT < 50
028150                 ADD 1 TO WS-FAK-COUNT
028160                 MOVE WS-FAK-KODE-IN TO WS-FAK-KODE(WS-FAK-COUNT)
028170                 MOVE WS-FAK-NAMA-IN
028180                     TO WS-FAK-NAMA-TAB(WS-FAK-COUNT)
028190             ELSE
028200                 DISPLAY "BARIS FAKREF DIABAIKAN: "
028210                     FACULTY-REF-RECORD
028220             END-IF
028230     END-READ.
028240 1210-EXIT.
028250     EXIT.
028260
028270*----------------------------------------------------------------*
028280* 1300 - muat tabel bobot nilai huruf dari berkas BOBOTREF; bila *
028290*        berkas tidak ada dipakai bobot baku A=4 B=3 C=2 D=1 E=0 *
028300*----------------------------------------------------------------*
028310 1300-LOAD-BOBOT-REF.
028320     MOVE 0 TO WS-BBT-COUNT.
028330     OPEN INPUT GRADE-REF-FILE.
028340     IF WS-BBT-STATUS NOT = "00"
028350         DISPLAY "PERINGATAN: BERKAS BOBOTREF TIDAK DITEMUKAN - "
028360             "MEMAKAI BOBOT BAKU A=4 B=3 C=2 D=1 E=0."
028370         MOVE 5 TO WS-BBT-COUNT
028380         MOVE "A " TO WS-BBT-NILAI-TAB(1)
028390         MOVE 4.00 TO WS-BBT-BOBOT-TAB(1)
028400         MOVE "B " TO WS-BBT-NILAI-TAB(2)
028410         MOVE 3.00 TO WS-BBT-BOBOT-TAB(2)
028420         MOVE "C " TO WS-BBT-NILAI-TAB(3)
028430         MOVE 2.00 TO WS-BBT-BOBOT-TAB(3)
028440         MOVE "D " TO WS-BBT-NILAI-TAB(4)
028450         MOVE 1.00 TO WS-BBT-BOBOT-TAB(4)
028460         MOVE "E " TO WS-BBT-NILAI-TAB(5)
028470         MOVE 0.00 TO WS-BBT-BOBOT-TAB(5)
028480         GO TO 1300-EXIT
028490     END-IF.
028500     MOVE 'N' TO WS-EOF-SW.
028510     PERFORM 1310-LOAD-BOBOT-STEP THRU 1310-EXIT
028520         UNTIL WS-EOF.
028530     CLOSE GRADE-REF-FILE.
028540 1300-EXIT.
028550     EXIT.
028560
028570 1310-LOAD-BOBOT-STEP.
028580     READ GRADE-REF-FILE
028590         AT END
028600             MOVE 'Y' TO WS-EOF-SW
028610         NOT AT END
028620             MOVE SPACES TO WS-NILAI-IN
028630             MOVE SPACES TO WS-BOBOT-IN
028640             UNSTRING GRADE-REF-RECORD DELIMITED BY ","
028650                 INTO WS-NILAI-IN WS-BOBOT-IN
028660             IF WS-BOBOT-T-PECAH = SPACES
028670                 MOVE "00" TO WS-BOBOT-T-PECAH
028680             END-IF
028690             IF WS-NILAI-IN NOT = SPACES
028700                     AND WS-BOBOT-T-UTUH NUMERIC
028710                     AND WS-BOBOT-T-PECAH NUMERIC
028720                     AND WS-BBT-COUNT < 20
028730                 ADD 1 TO WS-BBT-COUNT
028740                 MOVE WS-NILAI-IN
028750                     TO WS-BBT-NILAI-TAB(WS-BBT-COUNT)
028760                 MOVE WS-BOBOT-T-UTUH TO WS-BOBOT-A-UTUH
028770                 MOVE WS-BOBOT-T-PECAH TO WS-BOBOT-A-PECAH
028780                 MOVE WS-BOBOT-ANGKA-N
028790                     TO WS-BBT-BOBOT-TAB(WS-BBT-COUNT)
028800             ELSE
028810                 DISPLAY "BARIS BOBOTREF DIABAIKAN: "
028820                     GRADE-REF-RECORD
028830             END-IF
028840     END-READ.
028850 1310-EXIT.
028860     EXIT.
028870
028880*----------------------------------------------------------------*
028890* 1400 - muat tabel katalog mata kuliah dari berkas MATKULRF;    *
028900*        bila berkas tidak ada, validasi katalog dilewati        *
028910*----------------------------------------------------------------*
028920 1400-LOAD-MATKUL-REF.
028930     MOVE 0 TO WS-MK-COUNT.
028940     OPEN INPUT COURSE-REF-FILE.
028950     IF WS-MKR-STATUS NOT = "00"
028960         DISPLAY "PERINGATAN: BERKAS MATKULRF TIDAK DITEMUKAN - "
028970             "VALIDASI KATALOG MATKUL DILEWATI."
028980         GO TO 1400-EXIT
028990     END-IF.
029000     MOVE 'N' TO WS-EOF-SW.
029010     PERFORM 1410-LOAD-MATKUL-STEP THRU 1410-EXIT
029020         UNTIL WS-EOF.
029030     CLOSE COURSE-REF-FILE.
029040 1400-EXIT.
029050     EXIT.
029060
029070 1410-LOAD-MATKUL-STEP.
029080     READ COURSE-REF-FILE
029090         AT END
029100             MOVE 'Y' TO WS-EOF-SW
029110         NOT AT END
029120             MOVE SPACES TO WS-MK-KODE-IN
029130             MOVE SPACES TO WS-MK-NAMA-IN
029140             MOVE SPACES TO WS-MK-SKS-IN
029150             UNSTRING COURSE-REF-RECORD DELIMITED BY ","
029160                 INTO WS-MK-KODE-IN WS-MK-NAMA-IN WS-MK-SKS-IN
029170             IF WS-MK-KODE-IN NOT = SPACES
029180                     AND WS-MK-SKS-IN NUMERIC
029190                     AND WS-MK-COUNT < 200
029200                 ADD 1 TO WS-MK-COUNT
029210                 MOVE WS-MK-KODE-IN
029220                     TO WS-MK-KODE-TAB(WS-MK-COUNT)
029230                 MOVE WS-MK-NAMA-IN
029240                     TO WS-MK-NAMA-TAB(WS-MK-COUNT)
029250                 MOVE WS-MK-SKS-IN
029260                     TO WS-MK-SKS-TAB(WS-MK-COUNT)
029270             ELSE
029280                 DISPLAY "BARIS MATKULRF DIABAIKAN: "
029290                     COURSE-REF-RECORD
029300             END-IF
029310     END-READ.
029320 1410-EXIT.
029330     EXIT.
029340
029350*----------------------------------------------------------------*
029360* 1500 - muat tabel acuan kelas/rombel dari berkas KELASREF;     *
029370*        bila berkas tidak ada, validasi kelas dilewati          *
029380*----------------------------------------------------------------*
029390 1500-LOAD-KELAS-REF.
029400     MOVE 0 TO WS-KL-COUNT.
029410     OPEN INPUT KELAS-REF-FILE.
029420     IF WS-KLR-STATUS NOT = "00"
029430         DISPLAY "PERINGATAN: BERKAS KELASREF TIDAK DITEMUKAN - "
029440             "VALIDASI KELAS/ROMBEL DILEWATI."
029450         GO TO 1500-EXIT
029460     END-IF.
029470     MOVE 'N' TO WS-EOF-SW.
029480     PERFORM 1510-LOAD-KELAS-STEP THRU 1510-EXIT
029490         UNTIL WS-EOF.
029500     CLOSE KELAS-REF-FILE.
029510 1500-EXIT.
029520     EXIT.
029530
029540 1510-LOAD-KELAS-STEP.
029550     READ KELAS-REF-FILE
029560         AT END
029570             MOVE 'Y' TO WS-EOF-SW
029580         NOT AT END
029590             MOVE SPACES TO WS-KL-KODE-IN
029600             MOVE SPACES TO WS-KL-NAMA-IN
029610             MOVE SPACES TO WS-KL-KAP-IN
029620             MOVE SPACES TO WS-KL-ANG-IN
029630             UNSTRING KELAS-REF-RECORD DELIMITED BY ","
029640                 INTO WS-KL-KODE-IN WS-KL-NAMA-IN
029650                     WS-KL-KAP-IN WS-KL-ANG-IN
029660             IF WS-KL-KODE-IN NOT = SPACES
029670                     AND WS-KL-KAP-IN NUMERIC
029680                     AND WS-KL-COUNT < 50
029690                 ADD 1 TO WS-KL-COUNT
029700                 MOVE WS-KL-KODE-IN TO WS-KL-KODE(WS-KL-COUNT)
029710                 MOVE WS-KL-NAMA-IN TO WS-KL-NAMA(WS-KL-COUNT)
029720                 MOVE WS-KL-KAP-IN TO WS-KL-KAP(WS-KL-COUNT)
029730                 MOVE WS-KL-ANG-IN TO WS-KL-ANG(WS-KL-COUNT)
029740                 MOVE 0 TO WS-KL-ISI(WS-KL-COUNT)
029750             ELSE
029760                 DISPLAY "BARIS KELASREF DIABAIKAN: "
029770                     KELAS-REF-RECORD
029780             END-IF
029790     END-READ.
029800 1510-EXIT.
029810     EXIT.
029820
029830*----------------------------------------------------------------*
029840* 1610 - ubah satu tanggal ke kode semester TTTTS                *
029850*        (masukan WS-TGL-KONV, keluaran WS-SEM-KONV)             *
029860*----------------------------------------------------------------*
029870 1610-TGL-KE-SEMESTER.
029880     IF WS-TGL-K-BULAN >= 8
029890         MOVE WS-TGL-K-TAHUN TO WS-SEM-K-TAHUN
029900         MOVE 1 TO WS-SEM-K-TERM
029910     ELSE
029920         COMPUTE WS-SEM-K-TAHUN = WS-TGL-K-TAHUN - 1
029930         IF WS-TGL-K-BULAN = 1
029940             MOVE 1 TO WS-SEM-K-TERM
029950         ELSE
029960             MOVE 2 TO WS-SEM-K-TERM
029970         END-IF
029980     END-IF.
029990 1610-EXIT.
030000     EXIT.
030010
030020*----------------------------------------------------------------*
030030* 1700 - muat tabel acuan dosen wali dari berkas DOSENREF; kode  *
030040*        fakultas dosen harus ada di FAKREF (bila FAKREF ada);   *
030050*        bila berkas tidak ada, validasi dosen wali dilewati     *
030060*----------------------------------------------------------------*
030070 1700-LOAD-DOSEN-REF.
030080     MOVE 0 TO WS-DW-COUNT.
030090     OPEN INPUT DOSEN-REF-FILE.
030100     IF WS-DSN-STATUS NOT = "00"
030110         DISPLAY "PERINGATAN: BERKAS DOSENREF TIDAK DITEMUKAN - "
030120             "VALIDASI DOSEN WALI DILEWATI."
030130         GO TO 1700-EXIT
030140     END-IF.
030150     MOVE 'N' TO WS-EOF-SW.
030160     PERFORM 1710-LOAD-DOSEN-STEP THRU 1710-EXIT
030170         UNTIL WS-EOF.
030180     CLOSE DOSEN-REF-FILE.
030190 1700-EXIT.
030200     EXIT.
030210
030220 1710-LOAD-DOSEN-STEP.
030230     READ DOSEN-REF-FILE
030240         AT END
030250             MOVE 'Y' TO WS-EOF-SW
030260             GO TO 1710-EXIT
030270     END-READ.
030280     MOVE SPACES TO WS-DW-NIDN-IN.
030290     MOVE SPACES TO WS-DW-NAMA-IN.
030300     MOVE SPACES TO WS-DW-FAK-IN.
030310     MOVE SPACES TO WS-DW-MAKS-IN.
030320     UNSTRING DOSEN-REF-RECORD DELIMITED BY ","
030330         INTO WS-DW-NIDN-IN WS-DW-NAMA-IN
030340             WS-DW-FAK-IN WS-DW-MAKS-IN.
030350     IF WS-DW-NIDN-IN = SPACES
030360             OR WS-DW-FAK-IN NOT NUMERIC
030370             OR WS-DW-MAKS-IN NOT NUMERIC
030380             OR WS-DW-COUNT NOT < 200
030390         DISPLAY "BARIS DOSENREF DIABAIKAN: " DOSEN-REF-RECORD
030400         GO TO 1710-EXIT
030410     END-IF.
030420     IF WS-FAK-COUNT > 0
030430         MOVE WS-DW-FAK-IN TO WS-NPM-FAKULTAS
030440         PERFORM 3130-CHECK-FAKULTAS THRU 3130-EXIT
030450         IF NOT WS-FAK-KNOWN
030460             DISPLAY "BARIS DOSENREF DIABAIKAN (FAKULTAS TIDAK "
030470                 "ADA DI FAKREF): " DOSEN-REF-RECORD
030480             GO TO 1710-EXIT
030490         END-IF
030500     END-IF.
030510     ADD 1 TO WS-DW-COUNT.
030520     MOVE WS-DW-NIDN-IN TO WS-DW-NIDN(WS-DW-COUNT).
030530     MOVE WS-DW-NAMA-IN TO WS-DW-NAMA(WS-DW-COUNT).
030540     MOVE WS-DW-FAK-IN TO WS-DW-FAK(WS-DW-COUNT).
030550     MOVE WS-DW-MAKS-IN TO WS-DW-MAKS(WS-DW-COUNT).
030560 1710-EXIT.
030570     EXIT.
030580
030590*----------------------------------------------------------------*
030600* 1800 - muat tabel syarat kurikulum per fakultas dari berkas    *
030610*        KURIKREF; bila berkas tidak ada, pemeriksaan yudisium   *
030620*        dilewati                                                *
030630*----------------------------------------------------------------*
030640 1800-LOAD-KURIK-REF.
030650     MOVE 0 TO WS-KR-COUNT.
030660     MOVE 0 TO WS-KW-COUNT.
030670     OPEN INPUT KURIK-REF-FILE.
030680     IF WS-KRR-STATUS NOT = "00"
030690         DISPLAY "PERINGATAN: BERKAS KURIKREF TIDAK DITEMUKAN - "
030700             "PEMERIKSAAN YUDISIUM DILEWATI."
030710         GO TO 1800-EXIT
030720     END-IF.
030730     MOVE 'N' TO WS-EOF-SW.
030740     PERFORM 1810-LOAD-KURIK-STEP THRU 1810-EXIT
030750         UNTIL WS-EOF.
030760     CLOSE KURIK-REF-FILE.
030770 1800-EXIT.
030780     EXIT.
030790
030800 1810-LOAD-KURIK-STEP.
030810     READ KURIK-REF-FILE
030820         AT END
030830             MOVE 'Y' TO WS-EOF-SW
030840             GO TO 1810-EXIT
030850     END-READ.
030860     IF KURIK-REF-RECORD = SPACES
030870             OR KURIK-REF-RECORD(1:1) = "*"
030880         GO TO 1810-EXIT
030890     END-IF.
030900     MOVE SPACES TO WS-KR-FAK-IN.
030910     MOVE SPACES TO WS-KR-SKS-IN.
030920     MOVE SPACES TO WS-BOBOT-IN.
030930     MOVE SPACES TO WS-KR-D-IN.
030940     MOVE 1 TO WS-KR-PTR.
030950     UNSTRING KURIK-REF-RECORD DELIMITED BY ","
030960         INTO WS-KR-FAK-IN WS-KR-SKS-IN WS-BOBOT-IN WS-KR-D-IN
030970         WITH POINTER WS-KR-PTR.
030980     IF WS-BOBOT-T-PECAH = SPACES
030990         MOVE "00" TO WS-BOBOT-T-PECAH
031000     END-IF.
031010     IF WS-KR-FAK-IN NOT NUMERIC
031020             OR WS-KR-SKS-IN NOT NUMERIC
031030             OR WS-BOBOT-T-UTUH NOT NUMERIC
031040             OR WS-BOBOT-T-PECAH NOT NUMERIC
031050             OR WS-KR-D-IN NOT NUMERIC
031060         DISPLAY "BARIS KURIKREF DIABAIKAN: " KURIK-REF-RECORD
031070         GO TO 1810-EXIT
031080     END-IF.
031090     MOVE WS-KR-FAK-IN TO WS-KR-FAK-CARI.
031100     PERFORM 7890-CARI-KURIKULUM THRU 7890-EXIT.
031110     IF WS-KR-IDX = 0
031120         IF WS-KR-COUNT NOT < 50
031130             DISPLAY "BARIS KURIKREF DIABAIKAN (TABEL PENUH): "
031140                 KURIK-REF-RECORD
031150             GO TO 1810-EXIT
031160         END-IF
031170         ADD 1 TO WS-KR-COUNT
031180         MOVE WS-KR-COUNT TO WS-KR-IDX
031190         MOVE WS-KR-FAK-CARI TO WS-KR-FAK(WS-KR-IDX)
031200     END-IF.
031210     MOVE WS-KR-SKS-IN TO WS-KR-MIN-SKS(WS-KR-IDX).
031220     MOVE WS-BOBOT-T-UTUH TO WS-BOBOT-A-UTUH.
031230     MOVE WS-BOBOT-T-PECAH TO WS-BOBOT-A-PECAH.
031240     MOVE WS-BOBOT-ANGKA-N TO WS-KR-MIN-IPK(WS-KR-IDX).
031250     MOVE WS-KR-D-IN TO WS-KR-MAKS-D(WS-KR-IDX).
031260     PERFORM 1815-LOAD-KURIK-MATKUL THRU 1815-EXIT
031270         UNTIL WS-KR-PTR > 256.
031280 1810-EXIT.
031290     EXIT.
031300
031310*----------------------------------------------------------------*
031320* 1815 - ambil satu kode matkul wajib berikutnya dari baris      *
031330*        KURIKREF; kode harus ada di MATKULRF (bila MATKULRF ada)*
031340*----------------------------------------------------------------*
031350 1815-LOAD-KURIK-MATKUL.
031360     MOVE SPACES TO WS-MATKUL-IN.
031370     UNSTRING KURIK-REF-RECORD DELIMITED BY "," OR ALL SPACE
031380         INTO WS-MATKUL-IN
031390         WITH POINTER WS-KR-PTR.
031400     IF WS-MATKUL-IN = SPACES
031410         GO TO 1815-EXIT
031420     END-IF.
031430     IF WS-MK-COUNT > 0
031440         MOVE WS-MATKUL-IN TO WS-MK-CARI
031450         PERFORM 6690-CARI-MATKUL THRU 6690-EXIT
031460         IF NOT WS-MK-FOUND
031470             DISPLAY "MATKUL WAJIB " WS-MATKUL-IN " FAKULTAS "
031480                 WS-KR-FAK-IN " TIDAK ADA DI MATKULRF - "
031490                 "DIABAIKAN."
031500             GO TO 1815-EXIT
031510         END-IF
031520     END-IF.
031530     IF WS-KW-COUNT NOT < 500
031540         DISPLAY "MATKUL WAJIB " WS-MATKUL-IN " DIABAIKAN "
031550             "(TABEL PENUH)."
031560         GO TO 1815-EXIT
031570     END-IF.
031580     ADD 1 TO WS-KW-COUNT.
031590     MOVE WS-KR-FAK-CARI TO WS-KW-FAK(WS-KW-COUNT).
031600     MOVE WS-MATKUL-IN TO WS-KW-MATKUL(WS-KW-COUNT).
031610 1815-EXIT.
031620     EXIT.
031630
031640*----------------------------------------------------------------*
031650* 2000 - MENU UTAMA                                              *
031660*----------------------------------------------------------------*
031670 2000-MAIN-MENU.
031680     DISPLAY " ".
031690     DISPLAY "=============================================".
031700     DISPLAY "   DAFTAR MAHASISWA - MENU UTAMA".
031710     DISPLAY "=============================================".
031720     DISPLAY "1. MUAT DATA DARI BERKAS REGISTRASI (BATCH)".
031730     DISPLAY "2. ENTRI MAHASISWA (INTERAKTIF / KOREKSI WALK-IN)".
031740     DISPLAY "3. CETAK DAFTAR / LAPORAN".
031750     DISPLAY "4. EKSPOR CSV UNTUK SIAK".
031760     DISPLAY "5. PEMELIHARAAN DATA (TAMBAH/UBAH/HAPUS)".
031770     DISPLAY "6. CARI MAHASISWA BERDASARKAN NPM".
031780     DISPLAY "7. REKAP PER ANGKATAN / FAKULTAS".
031790     DISPLAY "8. REKONSILIASI MASTER VS EKSTRAK REGISTRASI".
031800     DISPLAY "9. NILAI / TRANSKRIP MAHASISWA".
031810     DISPLAY "10. ARSIP MAHASISWA LULUS KE ALUMNI".
031820     DISPLAY "11. CETAK SURAT KETERANGAN AKTIF KULIAH".
031830     DISPLAY "12. PERINGKAT IPK (DAFTAR DEKAN / PROBASI)".
031840     DISPLAY "13. PEMERIKSAAN INTEGRITAS NILAI (REKAMAN YATIM)".
031850     DISPLAY "14. ALUMNI (CARI/LAPORAN/EKSPOR/PULIHKAN)".
031860     DISPLAY "15. PENELUSURAN JEJAK AUDIT".
031870     DISPLAY "16. BACKUP / MUAT-ULANG BERKAS MASTER".
031880     DISPLAY "17. KELAS/ROMBEL (UTILISASI & AUTO-ASSIGN)".
031890     DISPLAY "18. UKT (TAGIHAN / PEMBAYARAN BANK / TUNGGAKAN)".
031900     DISPLAY "19. LAPORAN MAHASISWA BIMBINGAN DOSEN WALI".
031910     DISPLAY "20. EVALUASI YUDISIUM (YUDISPT)".
031920     DISPLAY "21. EVALUASI AKADEMIK AKHIR SEMESTER (EVALPT)".
031930     DISPLAY "22. KIRIMAN SEMESTER PDDIKTI (PDDIKTI)".
031940     DISPLAY "23. ANALISIS KOHORT ANGKATAN (KOHORPT/KOHORCSV)".
031950     DISPLAY "24. DISTRIBUSI NILAI PER MATKUL (DISTNPT)".
031960     DISPLAY "25. BIODATA MAHASISWA (LIHAT/TAMBAH/UBAH/MUAT)".
031970     DISPLAY "26. KELUAR".
031980     DISPLAY "PILIHAN : " WITH NO ADVANCING.
031990     ACCEPT WS-MENU-CHOICE.
032000     EVALUATE WS-MENU-CHOICE
032010         WHEN 1
032020             PERFORM 4000-BATCH-LOAD THRU 4000-EXIT
032030         WHEN 2
032040             PERFORM 3000-BULK-ENTRY THRU 3000-EXIT
032050         WHEN 3
032060             PERFORM 7000-DISPLAY-ROSTER THRU 7000-EXIT
032070         WHEN 4
032080             PERFORM 8000-CSV-EXPORT THRU 8000-EXIT
032090         WHEN 5
032100             PERFORM 5000-MAINTENANCE THRU 5000-EXIT
032110         WHEN 6
032120             PERFORM 6000-LOOKUP THRU 6000-EXIT
032130         WHEN 7
032140             PERFORM 7500-SUMMARY-REPORT THRU 7500-EXIT
032150         WHEN 8
032160             PERFORM 7700-RECON-REPORT THRU 7700-EXIT
032170         WHEN 9
032180             PERFORM 6500-NILAI-MENU THRU 6500-EXIT
032190         WHEN 10
032200             MOVE "ARSIP LULUS" TO WS-KN-OPERASI
032210             PERFORM 9320-KUNCI-EKSKLUSIF THRU 9320-EXIT
032220             IF WS-KN-DAPAT
032230                 PERFORM 8500-ARCHIVE-LULUS THRU 8500-EXIT
032240                 PERFORM 9330-KUNCI-BERSAMA THRU 9330-EXIT
032250             END-IF
032260         WHEN 11
032270             PERFORM 8600-CETAK-SURAT THRU 8600-EXIT
032280         WHEN 12
032290             PERFORM 6700-IPK-RANKING THRU 6700-EXIT
032300         WHEN 13
032310             PERFORM 6800-INTEGRITY-NILAI THRU 6800-EXIT
032320         WHEN 14
032330             PERFORM 8700-ALUMNI-MENU THRU 8700-EXIT
032340         WHEN 15
032350             PERFORM 8800-AUDIT-INQUIRY THRU 8800-EXIT
032360         WHEN 16
032370             PERFORM 8900-BACKUP-MENU THRU 8900-EXIT
032380         WHEN 17
032390             PERFORM 9100-KELAS-MENU THRU 9100-EXIT
032400         WHEN 18
032410             PERFORM 4500-UKT-MENU THRU 4500-EXIT
032420         WHEN 19
032430             PERFORM 9200-WALI-REPORT THRU 9200-EXIT
032440         WHEN 20
032450             PERFORM 7800-YUDISIUM-RUN THRU 7800-EXIT
032460         WHEN 21
032470             MOVE SPACES TO WS-SEM-LOOKUP
032480             PERFORM 6100-EVAL-AKADEMIK THRU 6100-EXIT
032490         WHEN 22
032500             MOVE SPACES TO WS-SEM-LOOKUP
032510             PERFORM 6200-PDDIKTI-FEED THRU 6200-EXIT
032520         WHEN 23
032530             PERFORM 8200-KOHORT-REPORT THRU 8200-EXIT
032540         WHEN 24
032550             MOVE SPACES TO WS-DN-SEM-AWAL
032560             MOVE SPACES TO WS-DN-SEM-AKHIR
032570             MOVE SPACES TO WS-DN-AMBANG-IN
032580             PERFORM 8300-DIST-NILAI THRU 8300-EXIT
032590         WHEN 25
032600             PERFORM 8400-BIODATA-MENU THRU 8400-EXIT
032610         WHEN 26
032620             MOVE 'Y' TO WS-EXIT-SW
032630         WHEN OTHER
032640             DISPLAY "PILIHAN TIDAK VALID, ULANGI."
032650     END-EVALUATE.
032660 2000-EXIT.
032670     EXIT.
032680
032690*----------------------------------------------------------------*
032700* 2400 - cek mode batch: bila berkas kendali BATCHCTL ada, semua *
032710*        operasi dijalankan dari berkas itu tanpa prompt         *
032720*----------------------------------------------------------------*
032730 2400-CHECK-BATCH-MODE.
032740     OPEN INPUT BATCH-CTL-FILE.
032750     IF WS-BCT-STATUS = "00"
032760         MOVE 'Y' TO WS-BATCH-MODE-SW
032770         DISPLAY "BERKAS KENDALI BATCHCTL DITEMUKAN - "
032780             "MODE BATCH TANPA OPERATOR."
032790     END-IF.
032800 2400-EXIT.
032810     EXIT.
032820
032830*----------------------------------------------------------------*
032840* 2500 - MODE BATCH: jalankan operasi dari BATCHCTL berurutan    *
032850*        dan catat hasil tiap langkah ke log BATCHLOG            *
032860*----------------------------------------------------------------*
032870 2500-BATCH-RUN.
032880     OPEN OUTPUT RUN-LOG-FILE.
032890     IF WS-LOG-STATUS NOT = "00"
032900         DISPLAY "BERKAS LOG (BATCHLOG) TIDAK DAPAT DIBUKA - "
032910             "MODE BATCH DIBATALKAN."
032920         CLOSE BATCH-CTL-FILE
032930         GO TO 2500-EXIT
032940     END-IF.
032950     MOVE WS-RUN-DATE TO BL-TANGGAL.
032960     WRITE RUN-LOG-RECORD FROM WS-LOG-HEADER.
032970     MOVE 0 TO WS-STEP-COUNT.
032980     MOVE 'N' TO WS-BCT-EOF-SW.
032990     PERFORM 2510-BATCH-CTL-STEP THRU 2510-EXIT
033000         UNTIL WS-BCT-EOF.
033010     CLOSE BATCH-CTL-FILE.
033020     CLOSE RUN-LOG-FILE.
033030     DISPLAY "MODE BATCH SELESAI - " WS-STEP-COUNT
033040         " LANGKAH DICATAT KE BERKAS BATCHLOG.".
033050 2500-EXIT.
033060     EXIT.
033070
033080 2510-BATCH-CTL-STEP.
033090     READ BATCH-CTL-FILE
033100         AT END
033110             MOVE 'Y' TO WS-BCT-EOF-SW
033120         NOT AT END
033130             IF BATCH-CTL-RECORD = SPACES
033140                     OR BATCH-CTL-RECORD(1:1) = "*"
033150                 CONTINUE
033160             ELSE
033170                 IF WS-KN-DITOLAK
033180                     PERFORM 2530-BATCH-DITOLAK THRU 2530-EXIT
033190                 ELSE
033200                     PERFORM 2520-BATCH-DISPATCH THRU 2520-EXIT
033210                 END-IF
033220             END-IF
033230     END-READ.
033240 2510-EXIT.
033250     EXIT.
033260
033270*----------------------------------------------------------------*
033280* 2520 - jalankan satu baris kendali batch dan tulis baris log   *
033290*        (jumlah rekaman yang diproses dan SUKSES/GAGAL)         *
033300*----------------------------------------------------------------*
033310 2520-BATCH-DISPATCH.
033320     ADD 1 TO WS-STEP-COUNT.
033330     MOVE SPACES TO WS-BCT-OP.
033340     MOVE SPACES TO WS-BCT-P1.
033350     MOVE SPACES TO WS-BCT-P2.
033360     MOVE SPACES TO WS-BCT-P3.
033370     UNSTRING BATCH-CTL-RECORD DELIMITED BY ","
033380         INTO WS-BCT-OP WS-BCT-P1 WS-BCT-P2 WS-BCT-P3.
033390     MOVE 'N' TO WS-OP-FAIL-SW.
033400     MOVE SPACES TO WS-OP-KET.
033410     MOVE 0 TO WS-OP-COUNT.
033420     EVALUATE WS-BCT-OP
033430         WHEN "MUAT"
033440             PERFORM 4000-BATCH-LOAD THRU 4000-EXIT
033450             MOVE WS-NEW-COUNT TO WS-OP-COUNT
033460         WHEN "NILAI"
033470             PERFORM 6510-NILAI-BATCH-LOAD THRU 6510-EXIT
033480             MOVE WS-RUNNING-COUNT TO WS-OP-COUNT
033490         WHEN "EKSPOR"
033500             MOVE WS-BCT-P1 TO WS-KELAS-FILTER
033510             PERFORM 8000-CSV-EXPORT THRU 8000-EXIT
033520             MOVE WS-RUNNING-COUNT TO WS-OP-COUNT
033530         WHEN "DAFTAR"
033540             IF WS-BCT-P1 = "2"
033550                 MOVE 2 TO WS-SORT-CHOICE
033560             ELSE
033570                 MOVE 1 TO WS-SORT-CHOICE
033580             END-IF
033590             IF WS-BCT-P2 = "2"
033600                 MOVE 2 TO WS-ROSTER-FILTER
033610             ELSE
033620                 MOVE 1 TO WS-ROSTER-FILTER
033630             END-IF
033640             MOVE WS-BCT-P3 TO WS-KELAS-FILTER
033650             PERFORM 7000-DISPLAY-ROSTER THRU 7000-EXIT
033660             MOVE WS-RUNNING-COUNT TO WS-OP-COUNT
033670         WHEN "REKAP"
033680             PERFORM 7500-SUMMARY-REPORT THRU 7500-EXIT
033690             MOVE WS-RUNNING-COUNT TO WS-OP-COUNT
033700         WHEN "MUTASI"
033710             MOVE "MUTASI BATCH" TO WS-KN-OPERASI
033720             PERFORM 9320-KUNCI-EKSKLUSIF THRU 9320-EXIT
033730             IF WS-KN-DAPAT
033740                 PERFORM 5600-MAINT-BATCH THRU 5600-EXIT
033750                 MOVE WS-ACC-COUNT TO WS-OP-COUNT
033760                 PERFORM 9330-KUNCI-BERSAMA THRU 9330-EXIT
033770             END-IF
033780         WHEN "YUDISIUM"
033790             PERFORM 7800-YUDISIUM-RUN THRU 7800-EXIT
033800             COMPUTE WS-OP-COUNT = WS-YD-LAYAK-N + WS-YD-TOLAK-N
033810         WHEN "EVALUASI"
033820             MOVE WS-BCT-P1 TO WS-SEM-LOOKUP
033830             PERFORM 6100-EVAL-AKADEMIK THRU 6100-EXIT
033840             COMPUTE WS-OP-COUNT = WS-EV-N-1 + WS-EV-N-2
033850                 + WS-EV-N-3
033860         WHEN "PDDIKTI"
033870             MOVE WS-BCT-P1 TO WS-SEM-LOOKUP
033880             PERFORM 6200-PDDIKTI-FEED THRU 6200-EXIT
033890             MOVE WS-PD-N-DETAIL TO WS-OP-COUNT
033900         WHEN "KOREKSI"
033910             PERFORM 6560-KOREKSI-BATCH THRU 6560-EXIT
033920             MOVE WS-ACC-COUNT TO WS-OP-COUNT
033930         WHEN "KOREKRPT"
033940             MOVE 0 TO WS-KO-TGL-AWAL
033950             MOVE 0 TO WS-KO-TGL-AKHIR
033960             IF WS-BCT-P1 NUMERIC
033970                 MOVE WS-BCT-P1 TO WS-KO-TGL-AWAL
033980             END-IF
033990             IF WS-BCT-P2 NUMERIC
034000                 MOVE WS-BCT-P2 TO WS-KO-TGL-AKHIR
034010             END-IF
034020             PERFORM 6300-KOREKSI-LAPORAN THRU 6300-EXIT
034030             MOVE WS-RUNNING-COUNT TO WS-OP-COUNT
034040         WHEN "KOHORT"
034050             PERFORM 8200-KOHORT-REPORT THRU 8200-EXIT
034060             MOVE WS-RUNNING-COUNT TO WS-OP-COUNT
034070         WHEN "SEBARAN"
034080             MOVE WS-BCT-P1 TO WS-DN-SEM-AWAL
034090             MOVE WS-BCT-P2 TO WS-DN-SEM-AKHIR
034100             MOVE WS-BCT-P3 TO WS-DN-AMBANG-IN
034110             PERFORM 8300-DIST-NILAI THRU 8300-EXIT
034120             MOVE WS-DN-MK-N TO WS-OP-COUNT
034130         WHEN "BIODATA"
034140             PERFORM 8430-BIO-BATCH-LOAD THRU 8430-EXIT
034150             MOVE WS-ACC-COUNT TO WS-OP-COUNT
034160         WHEN "TAGIHAN"
034170             PERFORM 4520-UKT-TAGIH-LOAD THRU 4520-EXIT
034180             MOVE WS-ACC-COUNT TO WS-OP-COUNT
034190         WHEN "BAYAR"
034200             PERFORM 4530-UKT-BAYAR-LOAD THRU 4530-EXIT
034210             MOVE WS-ACC-COUNT TO WS-OP-COUNT
034220         WHEN "TUNGGAK"
034230             MOVE WS-BCT-P1 TO WS-SEM-LOOKUP
034240             PERFORM 4600-UKT-TUNGGAKAN THRU 4600-EXIT
034250             MOVE WS-UT-TOT-N TO WS-OP-COUNT
034260         WHEN OTHER
034270             DISPLAY "OPERASI BATCH TIDAK DIKENAL: "
034280                 BATCH-CTL-RECORD
034290             MOVE 'Y' TO WS-OP-FAIL-SW
034300     END-EVALUATE.
034310     MOVE WS-STEP-COUNT TO BL-STEP.
034320     MOVE WS-BCT-OP TO BL-OP.
034330     MOVE WS-OP-COUNT TO BL-COUNT.
034340     IF WS-OP-FAIL
034350         MOVE "GAGAL" TO BL-HASIL
034360     ELSE
034370         MOVE "SUKSES" TO BL-HASIL
034380     END-IF.
034390     MOVE WS-OP-KET TO BL-KET.
034400     WRITE RUN-LOG-RECORD FROM WS-LOG-DETAIL.
034410 2520-EXIT.
034420     EXIT.
034430
034440*----------------------------------------------------------------*
034450* 2530 - sesi batch ditolak kunci pemakaian: tiap langkah dicatat*
034460*        GAGAL ke BATCHLOG tanpa dijalankan (tidak menunggu)     *
034470*----------------------------------------------------------------*
034480 2530-BATCH-DITOLAK.
034490     ADD 1 TO WS-STEP-COUNT.
034500     MOVE SPACES TO WS-BCT-OP.
034510     UNSTRING BATCH-CTL-RECORD DELIMITED BY ","
034520         INTO WS-BCT-OP.
034530     MOVE WS-STEP-COUNT TO BL-STEP.
034540     MOVE WS-BCT-OP TO BL-OP.
034550     MOVE 0 TO BL-COUNT.
034560     MOVE "GAGAL" TO BL-HASIL.
034570     MOVE WS-OP-KET TO BL-KET.
034580     WRITE RUN-LOG-RECORD FROM WS-LOG-DETAIL.
034590 2530-EXIT.
034600     EXIT.
034610
034620*----------------------------------------------------------------*
034630* 3000 - ENTRI INTERAKTIF - jumlah ditentukan operator atau      *
034640*        diakhiri dengan penanda NPM 00000000                   *
034650*----------------------------------------------------------------*
034660 3000-BULK-ENTRY.
034670     MOVE WS-REC-COUNT TO WS-OLD-REC-COUNT.
034680     MOVE 0 TO WS-CKP-COUNT.
034690     MOVE 0 TO WS-LOOP.
034700     PERFORM 3050-CHECK-CHECKPOINT THRU 3050-EXIT.
034710     DISPLAY "JUMLAH MAHASISWA YANG AKAN DIENTRI (0 = SAMPAI "
034720         "KETIK NPM 00000000) : " WITH NO ADVANCING.
034730     ACCEPT WS-ENTRY-TARGET.
034740     MOVE 'N' TO WS-DONE-SW.
034750     PERFORM 3100-ENTRY-STEP THRU 3100-EXIT
034760         UNTIL WS-ENTRY-DONE.
034770     PERFORM 3200-COMMIT-ENTRIES THRU 3200-EXIT.
034780 3000-EXIT.
034790     EXIT.
034800
034810*----------------------------------------------------------------*
034820* 3050 - cek apakah ada checkpoint dari sesi yang terputus       *
034830*----------------------------------------------------------------*
034840 3050-CHECK-CHECKPOINT.
034850     OPEN INPUT CHECKPOINT-FILE.
034860     IF WS-CKP-STATUS = "00"
034870         READ CHECKPOINT-FILE
034880             AT END
034890                 MOVE 'N' TO WS-CKP-EXISTS-SW
034900             NOT AT END
034910                 MOVE 'Y' TO WS-CKP-EXISTS-SW
034920                 MOVE CKP-LOOP TO WS-CKP-COUNT
034930         END-READ
034940         IF WS-CKP-EXISTS
034950             DISPLAY "DITEMUKAN CHECKPOINT SESI SEBELUMNYA - "
034960                 WS-CKP-COUNT " ENTRI BELUM TERSIMPAN."
034970             DISPLAY "LANJUTKAN DARI CHECKPOINT (Y/T) ? "
034980                 WITH NO ADVANCING
034990             ACCEPT WS-RESUME-CHOICE
035000             IF WS-RESUME-CHOICE = "Y" OR WS-RESUME-CHOICE = "y"
035010                 PERFORM 3060-RESTORE-CHECKPOINT THRU 3060-EXIT
035020             END-IF
035030         END-IF
035040         CLOSE CHECKPOINT-FILE
035050     END-IF.
035060 3050-EXIT.
035070     EXIT.
035080
035090 3060-RESTORE-CHECKPOINT.
035100     IF WS-REC-COUNT >= WS-MAX-STUDENTS
035110         DISPLAY "TABEL MAHASISWA PENUH - CHECKPOINT TIDAK "
035120             "DAPAT DIPULIHKAN."
035130         GO TO 3060-EXIT
035140     END-IF.
035150     MOVE CKP-NPM TO WS-TABLE-NPM(WS-REC-COUNT + 1).
035160     MOVE CKP-NAMA TO WS-TABLE-NAMA(WS-REC-COUNT + 1).
035170     ADD 1 TO WS-REC-COUNT.
035180     PERFORM 3061-RESTORE-STEP THRU 3061-EXIT
035190         VARYING WS-SUB FROM 2 BY 1
035200         UNTIL WS-SUB > WS-CKP-COUNT.
035210 3060-EXIT.
035220     EXIT.
035230
035240 3061-RESTORE-STEP.
035250     READ CHECKPOINT-FILE
035260         AT END
035270             CONTINUE
035280         NOT AT END
035290             IF WS-REC-COUNT >= WS-MAX-STUDENTS
035300                 DISPLAY "TABEL MAHASISWA PENUH - SISA "
035310                     "CHECKPOINT DIABAIKAN."
035320             ELSE
035330                 MOVE CKP-NPM TO WS-TABLE-NPM(WS-REC-COUNT + 1)
035340                 MOVE CKP-NAMA TO WS-TABLE-NAMA(WS-REC-COUNT + 1)
035350                 ADD 1 TO WS-REC-COUNT
035360             END-IF
035370     END-READ.
035380 3061-EXIT.
035390     EXIT.
035400
035410*----------------------------------------------------------------*
035420* 3100 - satu iterasi entri: terima NAMA, NPM, simpan ke tabel   *
035430*----------------------------------------------------------------*
035440 3100-ENTRY-STEP.
035450     ADD 1 TO WS-LOOP.
035460     DISPLAY "MASUKKAN NAMA MAHASISWA KE-" WS-LOOP " : "
035470         WITH NO ADVANCING.
035480     ACCEPT WS-NAMA.
035490     DISPLAY "MASUKKAN NPM MAHASISWA KE-" WS-LOOP
035500         " (00000000 UNTUK SELESAI) : " WITH NO ADVANCING.
035510     ACCEPT WS-NPM.
035520
035530     IF WS-NPM = 0
035540         MOVE 'Y' TO WS-DONE-SW
035550         GO TO 3100-EXIT
035560     END-IF.
035570
035580     PERFORM 3110-VALIDATE-NPM THRU 3110-EXIT.
035590     IF WS-NPM-INVALID
035600         DISPLAY "NPM TIDAK VALID ATAU SUDAH TERDAFTAR - "
035610             "ULANGI ENTRI INI."
035620         GO TO 3100-EXIT
035630     END-IF.
035640
035650     IF WS-REC-COUNT >= WS-MAX-STUDENTS
035660         DISPLAY "TABEL MAHASISWA PENUH (MAKS " WS-MAX-STUDENTS
035670             ") - ENTRI DIHENTIKAN."
035680         MOVE 'Y' TO WS-DONE-SW
035690         GO TO 3100-EXIT
035700     END-IF.
035710     ADD 1 TO WS-REC-COUNT.
035720     MOVE WS-NPM TO WS-TABLE-NPM(WS-REC-COUNT).
035730     MOVE WS-NAMA TO WS-TABLE-NAMA(WS-REC-COUNT).
035740     MOVE SPACES TO WS-NAMA.
035750     MOVE 0 TO WS-NPM.
035760
035770     PERFORM 3150-WRITE-CHECKPOINT THRU 3150-EXIT.
035780
035790     IF WS-ENTRY-TARGET NOT = 0
035800         AND WS-REC-COUNT - WS-OLD-REC-COUNT >= WS-ENTRY-TARGET
035810         MOVE 'Y' TO WS-DONE-SW
035820     END-IF.
035830 3100-EXIT.
035840     EXIT.
035850
035860*----------------------------------------------------------------*
035870* 3110 - validasi format NPM (tahun+fakultas+urut) dan duplikat  *
035880*----------------------------------------------------------------*
035890 3110-VALIDATE-NPM.
035900     MOVE 'Y' TO WS-VALID-SW.
035910     IF WS-NPM-INPUT NOT NUMERIC
035920         MOVE 'N' TO WS-VALID-SW
035930         GO TO 3110-EXIT
035940     END-IF.
035950     IF WS-NPM-FAKULTAS = 0 OR WS-NPM-URUT = 0
035960         MOVE 'N' TO WS-VALID-SW
035970         GO TO 3110-EXIT
035980     END-IF.
035990     IF WS-FAK-COUNT > 0
036000         PERFORM 3130-CHECK-FAKULTAS THRU 3130-EXIT
036010         IF NOT WS-FAK-KNOWN
036020             MOVE 'N' TO WS-VALID-SW
036030             GO TO 3110-EXIT
036040         END-IF
036050     END-IF.
036060
036070     MOVE 'N' TO WS-DUP-SW.
036080     IF WS-REC-COUNT > 0
036090         PERFORM 3120-CHECK-DUP-STEP THRU 3120-EXIT
036100             VARYING WS-SUB FROM 1 BY 1
036110             UNTIL WS-SUB > WS-REC-COUNT
036120     END-IF.
036130     IF WS-DUPLICATE-FOUND
036140         MOVE 'N' TO WS-VALID-SW
036150         GO TO 3110-EXIT
036160     END-IF.
036170
036180     MOVE WS-NPM TO MR-NPM.
036190     READ MASTER-FILE
036200         INVALID KEY
036210             CONTINUE
036220         NOT INVALID KEY
036230             MOVE 'Y' TO WS-DUP-SW
036240     END-READ.
036250     IF WS-DUPLICATE-FOUND
036260         MOVE 'N' TO WS-VALID-SW
036270     END-IF.
036280 3110-EXIT.
036290     EXIT.
036300
036310 3120-CHECK-DUP-STEP.
036320     IF WS-TABLE-NPM(WS-SUB) = WS-NPM
036330         MOVE 'Y' TO WS-DUP-SW
036340     END-IF.
036350 3120-EXIT.
036360     EXIT.
036370
036380 3130-CHECK-FAKULTAS.
036390     MOVE 'N' TO WS-FAK-VALID-SW.
036400     PERFORM 3140-CHECK-FAK-STEP THRU 3140-EXIT
036410         VARYING WS-SUB FROM 1 BY 1
036420         UNTIL WS-SUB > WS-FAK-COUNT
036430             OR WS-FAK-KNOWN.
036440 3130-EXIT.
036450     EXIT.
036460
036470 3140-CHECK-FAK-STEP.
036480     IF WS-FAK-KODE(WS-SUB) = WS-NPM-FAKULTAS
036490         MOVE 'Y' TO WS-FAK-VALID-SW
036500     END-IF.
036510 3140-EXIT.
036520     EXIT.
036530
036540*----------------------------------------------------------------*
036550* 3150 - tulis ulang berkas checkpoint dengan entri baru ini     *
036560*----------------------------------------------------------------*
036570 3150-WRITE-CHECKPOINT.
036580     OPEN OUTPUT CHECKPOINT-FILE.
036590     MOVE WS-OLD-REC-COUNT TO WS-START-SUB.
036600     ADD 1 TO WS-START-SUB.
036610     COMPUTE WS-NEW-COUNT = WS-REC-COUNT - WS-OLD-REC-COUNT.
036620     MOVE WS-NEW-COUNT TO CKP-LOOP.
036630     MOVE WS-TABLE-NPM(WS-START-SUB) TO CKP-NPM.
036640     MOVE WS-TABLE-NAMA(WS-START-SUB) TO CKP-NAMA.
036650     WRITE CHECKPOINT-RECORD.
036660     ADD 1 TO WS-START-SUB.
036670     PERFORM 3160-WRITE-CKP-STEP THRU 3160-EXIT
036680         VARYING WS-SUB FROM WS-START-SUB BY 1
036690         UNTIL WS-SUB > WS-REC-COUNT.
036700     CLOSE CHECKPOINT-FILE.
036710 3150-EXIT.
036720     EXIT.
036730
036740 3160-WRITE-CKP-STEP.
036750     MOVE WS-NEW-COUNT TO CKP-LOOP.
036760     MOVE WS-TABLE-NPM(WS-SUB) TO CKP-NPM.
036770     MOVE WS-TABLE-NAMA(WS-SUB) TO CKP-NAMA.
036780     WRITE CHECKPOINT-RECORD.
036790 3160-EXIT.
036800     EXIT.
036810
036820*----------------------------------------------------------------*
036830* 3200 - tulis semua entri baru ke MASTER-FILE, hapus checkpoint *
036840*----------------------------------------------------------------*
036850 3200-COMMIT-ENTRIES.
036860     COMPUTE WS-SUB = WS-OLD-REC-COUNT + 1.
036870     PERFORM 3210-COMMIT-STEP THRU 3210-EXIT
036880         VARYING WS-SUB FROM WS-SUB BY 1
036890         UNTIL WS-SUB > WS-REC-COUNT.
036900     OPEN OUTPUT CHECKPOINT-FILE.
036910     CLOSE CHECKPOINT-FILE.
036920     COMPUTE WS-NEW-COUNT = WS-REC-COUNT - WS-OLD-REC-COUNT.
036930     DISPLAY WS-NEW-COUNT
036940         " MAHASISWA BARU TERSIMPAN KE MASTER.".
036950 3200-EXIT.
036960     EXIT.
036970
036980 3210-COMMIT-STEP.
036990     MOVE WS-TABLE-NPM(WS-SUB) TO MR-NPM.
037000     MOVE WS-TABLE-NAMA(WS-SUB) TO MR-NAMA.
037010     MOVE "A" TO MR-STATUS.
037020     MOVE SPACES TO MR-KELAS.
037030     MOVE SPACES TO MR-NIDN-WALI.
037040     WRITE MASTER-RECORD
037050         INVALID KEY
037060             DISPLAY "GAGAL SIMPAN NPM " MR-NPM
037070                 " (SUDAH ADA)."
037080     END-WRITE.
037090 3210-EXIT.
037100     EXIT.
037110
037120*----------------------------------------------------------------*
037130* 4000 - MUAT BATCH DARI BERKAS EKSTRAK REGISTRASI               *
037140*----------------------------------------------------------------*
037150 4000-BATCH-LOAD.
037160     OPEN INPUT REGISTRAR-FILE.
037170     IF WS-REG-STATUS NOT = "00"
037180         DISPLAY "BERKAS REGISTRASI (REGEXTRK) TIDAK DITEMUKAN."
037190         MOVE 'Y' TO WS-OP-FAIL-SW
037200         GO TO 4000-EXIT
037210     END-IF.
037220     MOVE 'N' TO WS-EOF-SW.
037230     MOVE 0 TO WS-NEW-COUNT.
037240     PERFORM 4100-BATCH-STEP THRU 4100-EXIT
037250         UNTIL WS-EOF.
037260     CLOSE REGISTRAR-FILE.
037270     DISPLAY WS-NEW-COUNT " MAHASISWA DIMUAT DARI BERKAS "
037280         "REGISTRASI.".
037290 4000-EXIT.
037300     EXIT.
037310
037320 4100-BATCH-STEP.
037330     READ REGISTRAR-FILE
037340         AT END
037350             MOVE 'Y' TO WS-EOF-SW
037360         NOT AT END
037370             MOVE ZEROES TO WS-NPM-INPUT
037380             MOVE SPACES TO WS-NAMA
037390             UNSTRING REGISTRAR-RECORD DELIMITED BY ","
037400                 INTO WS-NPM-INPUT WS-NAMA
037410             PERFORM 3110-VALIDATE-NPM THRU 3110-EXIT
037420             IF WS-NPM-VALID
037430                 MOVE WS-NPM TO MR-NPM
037440                 MOVE WS-NAMA TO MR-NAMA
037450                 MOVE "A" TO MR-STATUS
037460                 MOVE SPACES TO MR-KELAS
037470                 MOVE SPACES TO MR-NIDN-WALI
037480                 WRITE MASTER-RECORD
037490                     INVALID KEY
037500                         DISPLAY "GAGAL SIMPAN NPM " MR-NPM
037510                     NOT INVALID KEY
037520                         ADD 1 TO WS-NEW-COUNT
037530                 END-WRITE
037540             ELSE
037550                 DISPLAY "BARIS DITOLAK (NPM INVALID/DUPLIKAT): "
037560                     REGISTRAR-RECORD
037570             END-IF
037580     END-READ.
037590 4100-EXIT.
037600     EXIT.
037610
037620*----------------------------------------------------------------*
037630* 4500 - SUBMENU UKT: MUAT TAGIHAN, MUAT PEMBAYARAN BANK,        *
037640*        LAPORAN TUNGGAKAN, DAN CEK STATUS UKT SATU MAHASISWA    *
037650*----------------------------------------------------------------*
037660 4500-UKT-MENU.
037670     DISPLAY "SEMESTER BERJALAN : " WS-SEM-BERJALAN.
037680     DISPLAY "1. MUAT TAGIHAN UKT (UKTTAGIH)".
037690     DISPLAY "2. MUAT PEMBAYARAN HARIAN BANK (BANKBYR)".
037700     DISPLAY "3. LAPORAN TUNGGAKAN PER ANGKATAN/KELAS (UKTTGKPT)".
037710     DISPLAY "4. CEK STATUS UKT SATU MAHASISWA".
037720     DISPLAY "5. BATAL".
037730     DISPLAY "PILIHAN : " WITH NO ADVANCING.
037740     ACCEPT WS-UKT-CHOICE.
037750     EVALUATE WS-UKT-CHOICE
037760         WHEN 1
037770             PERFORM 4520-UKT-TAGIH-LOAD THRU 4520-EXIT
037780         WHEN 2
037790             PERFORM 4530-UKT-BAYAR-LOAD THRU 4530-EXIT
037800         WHEN 3
037810             MOVE SPACES TO WS-SEM-LOOKUP
037820             PERFORM 4600-UKT-TUNGGAKAN THRU 4600-EXIT
037830         WHEN 4
037840             PERFORM 4560-UKT-CEK-NPM THRU 4560-EXIT
037850         WHEN OTHER
037860             CONTINUE
037870     END-EVALUATE.
037880 4500-EXIT.
037890     EXIT.
037900
037910*----------------------------------------------------------------*
037920* 4510 - buka berkas UKTMAST (dibuat kosong bila belum ada)      *
037930*----------------------------------------------------------------*
037940 4510-UKT-BUKA.
037950     MOVE 'N' TO WS-UKT-OPEN-SW.
037960     OPEN I-O UKT-FILE.
037970     IF WS-UKT-STATUS = "35"
037980         OPEN OUTPUT UKT-FILE
037990         CLOSE UKT-FILE
038000         OPEN I-O UKT-FILE
038010     END-IF.
038020     IF WS-UKT-STATUS NOT = "00"
038030         DISPLAY "GAGAL MEMBUKA UKTMAST - FILE STATUS "
038040             WS-UKT-STATUS
038050         MOVE 'Y' TO WS-OP-FAIL-SW
038060         GO TO 4510-EXIT
038070     END-IF.
038080     MOVE 'Y' TO WS-UKT-OPEN-SW.
038090 4510-EXIT.
038100     EXIT.
038110
038120*----------------------------------------------------------------*
038130* 4515 - urai kolom nominal (rupiah bulat, 1-9 digit) dari       *
038140*        WS-NOMINAL-IN/WS-NOMINAL-LEN ke WS-NOMINAL-N; bila      *
038150*        tidak valid WS-NOMINAL-LEN dibuat nol                   *
038160*----------------------------------------------------------------*
038170 4515-UKT-URAI-NOMINAL.
038180     MOVE 0 TO WS-NOMINAL-INT.
038190     MOVE 0 TO WS-NOMINAL-N.
038200     IF WS-NOMINAL-LEN < 1 OR WS-NOMINAL-LEN > 9
038210         MOVE 0 TO WS-NOMINAL-LEN
038220         GO TO 4515-EXIT
038230     END-IF.
038240     IF WS-NOMINAL-IN(1:WS-NOMINAL-LEN) NOT NUMERIC
038250         MOVE 0 TO WS-NOMINAL-LEN
038260         GO TO 4515-EXIT
038270     END-IF.
038280     MOVE WS-NOMINAL-IN(1:WS-NOMINAL-LEN) TO WS-NOMINAL-INT.
038290     MOVE WS-NOMINAL-INT TO WS-NOMINAL-N.
038300 4515-EXIT.
038310     EXIT.
038320
038330*----------------------------------------------------------------*
038340* 4520 - MUAT TAGIHAN UKT DARI BERKAS UKTTAGIH (NPM,SEMESTER,    *
038350*        GOLONGAN,NOMINAL); TAGIHAN YANG SUDAH ADA DIPERBARUI    *
038360*        SELAMA TIDAK LEBIH KECIL DARI YANG SUDAH DIBAYAR        *
038370*----------------------------------------------------------------*
038380 4520-UKT-TAGIH-LOAD.
038390     MOVE 0 TO WS-ACC-COUNT.
038400     MOVE 0 TO WS-REJ-COUNT.
038410     OPEN INPUT UKT-TAGIH-FILE.
038420     IF WS-UTG-STATUS NOT = "00"
038430         DISPLAY "BERKAS TAGIHAN UKT (UKTTAGIH) TIDAK DITEMUKAN."
038440         MOVE 'Y' TO WS-OP-FAIL-SW
038450         GO TO 4520-EXIT
038460     END-IF.
038470     PERFORM 4510-UKT-BUKA THRU 4510-EXIT.
038480     IF NOT WS-UKT-OPEN
038490         CLOSE UKT-TAGIH-FILE
038500         GO TO 4520-EXIT
038510     END-IF.
038520     MOVE 'N' TO WS-EOF-SW.
038530     PERFORM 4525-UKT-TAGIH-STEP THRU 4525-EXIT
038540         UNTIL WS-EOF.
038550     CLOSE UKT-TAGIH-FILE.
038560     CLOSE UKT-FILE.
038570     DISPLAY WS-ACC-COUNT " TAGIHAN UKT DIMUAT, "
038580         WS-REJ-COUNT " BARIS DITOLAK.".
038590 4520-EXIT.
038600     EXIT.
038610
038620 4525-UKT-TAGIH-STEP.
038630     READ UKT-TAGIH-FILE
038640         AT END
038650             MOVE 'Y' TO WS-EOF-SW
038660             GO TO 4525-EXIT
038670     END-READ.
038680     IF UKT-TAGIH-RECORD = SPACES
038690             OR UKT-TAGIH-RECORD(1:1) = "*"
038700         GO TO 4525-EXIT
038710     END-IF.
038720     MOVE SPACES TO WS-TRX-NPM-X.
038730     MOVE SPACES TO WS-SEM-IN.
038740     MOVE SPACES TO WS-GOL-IN.
038750     MOVE SPACES TO WS-NOMINAL-IN.
038760     MOVE 0 TO WS-NOMINAL-LEN.
038770     UNSTRING UKT-TAGIH-RECORD DELIMITED BY "," OR ALL SPACE
038780         INTO WS-TRX-NPM-X WS-SEM-IN WS-GOL-IN
038790             WS-NOMINAL-IN COUNT IN WS-NOMINAL-LEN.
038800     PERFORM 4515-UKT-URAI-NOMINAL THRU 4515-EXIT.
038810     IF WS-TRX-NPM-X NOT NUMERIC
038820             OR WS-SEM-IN NOT NUMERIC
038830             OR (WS-SEM-IN(5:1) NOT = "1"
038840             AND WS-SEM-IN(5:1) NOT = "2")
038850             OR WS-GOL-IN NOT NUMERIC
038860             OR WS-NOMINAL-LEN = 0
038870         DISPLAY "BARIS UKTTAGIH DITOLAK (FORMAT): "
038880             UKT-TAGIH-RECORD
038890         ADD 1 TO WS-REJ-COUNT
038900         GO TO 4525-EXIT
038910     END-IF.
038920     MOVE WS-TRX-NPM-X TO MR-NPM.
038930     READ MASTER-FILE
038940         INVALID KEY
038950             DISPLAY "BARIS UKTTAGIH DITOLAK (NPM TIDAK "
038960                 "TERDAFTAR): " UKT-TAGIH-RECORD
038970             ADD 1 TO WS-REJ-COUNT
038980             GO TO 4525-EXIT
038990     END-READ.
039000     MOVE WS-TRX-NPM-X TO UK-NPM.
039010     MOVE WS-SEM-IN TO UK-SEMESTER.
039020     READ UKT-FILE
039030         INVALID KEY
039040             MOVE WS-GOL-IN TO UK-GOLONGAN
039050             MOVE WS-NOMINAL-N TO UK-TAGIHAN
039060             MOVE 0 TO UK-BAYAR
039070             MOVE 0 TO UK-TGL-BAYAR
039080             MOVE SPACES TO UK-REF-BAYAR
039090             WRITE UKT-RECORD
039100                 INVALID KEY
039110                     DISPLAY "GAGAL SIMPAN TAGIHAN NPM " UK-NPM
039120                     ADD 1 TO WS-REJ-COUNT
039130                 NOT INVALID KEY
039140                     ADD 1 TO WS-ACC-COUNT
039150             END-WRITE
039160             GO TO 4525-EXIT
039170     END-READ.
039180     IF WS-NOMINAL-N < UK-BAYAR
039190         DISPLAY "BARIS UKTTAGIH DITOLAK (TAGIHAN < SUDAH "
039200             "DIBAYAR): " UKT-TAGIH-RECORD
039210         ADD 1 TO WS-REJ-COUNT
039220         GO TO 4525-EXIT
039230     END-IF.
039240     MOVE WS-GOL-IN TO UK-GOLONGAN.
039250     MOVE WS-NOMINAL-N TO UK-TAGIHAN.
039260     REWRITE UKT-RECORD
039270         INVALID KEY
039280             DISPLAY "GAGAL PERBARUI TAGIHAN NPM " UK-NPM
039290             ADD 1 TO WS-REJ-COUNT
039300         NOT INVALID KEY
039310             ADD 1 TO WS-ACC-COUNT
039320     END-REWRITE.
039330 4525-EXIT.
039340     EXIT.
039350
039360*----------------------------------------------------------------*
039370* 4530 - MUAT PEMBAYARAN HARIAN DARI BANK (BERKAS BANKBYR) KE    *
039380*        UKTMAST, DENGAN LAPORAN TERIMA/TOLAK BERALASAN KE       *
039390*        BERKAS UKTBYRPT                                         *
039400*----------------------------------------------------------------*
039410 4530-UKT-BAYAR-LOAD.
039420     MOVE 0 TO WS-ACC-COUNT.
039430     MOVE 0 TO WS-REJ-COUNT.
039440     MOVE 0 TO WS-UKT-TOTAL-TERIMA.
039450     OPEN INPUT BANK-PAY-FILE.
039460     IF WS-BNK-STATUS NOT = "00"
039470         DISPLAY "BERKAS PEMBAYARAN BANK (BANKBYR) TIDAK "
039480             "DITEMUKAN."
039490         MOVE 'Y' TO WS-OP-FAIL-SW
039500         GO TO 4530-EXIT
039510     END-IF.
039520     OPEN OUTPUT UKT-PAY-RPT-FILE.
039530     IF WS-UBR-STATUS NOT = "00"
039540         DISPLAY "BERKAS LAPORAN (UKTBYRPT) TIDAK DAPAT DIBUKA."
039550         MOVE 'Y' TO WS-OP-FAIL-SW
039560         CLOSE BANK-PAY-FILE
039570         GO TO 4530-EXIT
039580     END-IF.
039590     PERFORM 4510-UKT-BUKA THRU 4510-EXIT.
039600     IF NOT WS-UKT-OPEN
039610         CLOSE BANK-PAY-FILE
039620         CLOSE UKT-PAY-RPT-FILE
039630         GO TO 4530-EXIT
039640     END-IF.
039650     OPEN I-O UKT-LOG-FILE.
039660     IF WS-UYL-STATUS = "35"
039670         OPEN OUTPUT UKT-LOG-FILE
039680         CLOSE UKT-LOG-FILE
039690         OPEN I-O UKT-LOG-FILE
039700     END-IF.
039710     IF WS-UYL-STATUS NOT = "00"
039720         DISPLAY "GAGAL MEMBUKA UKTBYRLG - FILE STATUS "
039730             WS-UYL-STATUS
039740         MOVE 'Y' TO WS-OP-FAIL-SW
039750         CLOSE BANK-PAY-FILE
039760         CLOSE UKT-PAY-RPT-FILE
039770         CLOSE UKT-FILE
039780         GO TO 4530-EXIT
039790     END-IF.
039800     MOVE 0 TO WS-PAGE-COUNT.
039810     MOVE 99 TO WS-LINE-COUNT.
039820     MOVE 'N' TO WS-EOF-SW.
039830     PERFORM 4535-UKT-BAYAR-STEP THRU 4535-EXIT
039840         UNTIL WS-EOF.
039850     IF WS-PAGE-COUNT = 0
039860         PERFORM 4550-UKT-BAYAR-NEW-PAGE THRU 4550-EXIT
039870     END-IF.
039880     MOVE WS-ACC-COUNT TO MTR-ACC.
039890     WRITE UKT-PAY-RPT-RECORD FROM WS-MTR-TOTAL-1.
039900     MOVE WS-REJ-COUNT TO MTR-REJ.
039910     WRITE UKT-PAY-RPT-RECORD FROM WS-MTR-TOTAL-2.
039920     MOVE WS-UKT-TOTAL-TERIMA TO UBR-NOMINAL.
039930     WRITE UKT-PAY-RPT-RECORD FROM WS-UBR-TOTAL-3.
039940     CLOSE BANK-PAY-FILE.
039950     CLOSE UKT-PAY-RPT-FILE.
039960     CLOSE UKT-FILE.
039970     CLOSE UKT-LOG-FILE.
039980     DISPLAY WS-ACC-COUNT " PEMBAYARAN DITERIMA, "
039990         WS-REJ-COUNT " DITOLAK - LAPORAN DI BERKAS UKTBYRPT.".
040000 4530-EXIT.
040010     EXIT.
040020
040030 4535-UKT-BAYAR-STEP.
040040     READ BANK-PAY-FILE
040050         AT END
040060             MOVE 'Y' TO WS-EOF-SW
040070             GO TO 4535-EXIT
040080     END-READ.
040090     IF BANK-PAY-RECORD = SPACES
040100             OR BANK-PAY-RECORD(1:1) = "*"
040110         GO TO 4535-EXIT
040120     END-IF.
040130     MOVE SPACES TO WS-TRX-NPM-X.
040140     MOVE SPACES TO WS-SEM-IN.
040150     MOVE SPACES TO WS-NOMINAL-IN.
040160     MOVE SPACES TO WS-TGL-BAYAR-IN.
040170     MOVE SPACES TO WS-REF-IN.
040180     MOVE 0 TO WS-NOMINAL-LEN.
040190     UNSTRING BANK-PAY-RECORD DELIMITED BY "," OR ALL SPACE
040200         INTO WS-TRX-NPM-X WS-SEM-IN
040210             WS-NOMINAL-IN COUNT IN WS-NOMINAL-LEN
040220             WS-TGL-BAYAR-IN WS-REF-IN.
040230     PERFORM 4515-UKT-URAI-NOMINAL THRU 4515-EXIT.
040240     IF WS-TRX-NPM-X NOT NUMERIC
040250         MOVE "NPM BUKAN ANGKA" TO UB-KET
040260         PERFORM 4540-UKT-BAYAR-TOLAK THRU 4540-EXIT
040270         GO TO 4535-EXIT
040280     END-IF.
040290     IF WS-SEM-IN NOT NUMERIC
040300             OR (WS-SEM-IN(5:1) NOT = "1"
040310             AND WS-SEM-IN(5:1) NOT = "2")
040320         MOVE "KODE SEMESTER TIDAK VALID" TO UB-KET
040330         PERFORM 4540-UKT-BAYAR-TOLAK THRU 4540-EXIT
040340         GO TO 4535-EXIT
040350     END-IF.
040360     IF WS-NOMINAL-LEN = 0
040370         MOVE "NOMINAL TIDAK VALID" TO UB-KET
040380         PERFORM 4540-UKT-BAYAR-TOLAK THRU 4540-EXIT
040390         GO TO 4535-EXIT
040400     END-IF.
040410     IF WS-NOMINAL-N = 0
040420         MOVE "NOMINAL NOL" TO UB-KET
040430         PERFORM 4540-UKT-BAYAR-TOLAK THRU 4540-EXIT
040440         GO TO 4535-EXIT
040450     END-IF.
040460     IF WS-TGL-BAYAR-IN NOT NUMERIC
040470         MOVE "TANGGAL BAYAR TIDAK VALID" TO UB-KET
040480         PERFORM 4540-UKT-BAYAR-TOLAK THRU 4540-EXIT
040490         GO TO 4535-EXIT
040500     END-IF.
040510     IF WS-REF-IN = SPACES
040520         MOVE "NOMOR REFERENSI KOSONG" TO UB-KET
040530         PERFORM 4540-UKT-BAYAR-TOLAK THRU 4540-EXIT
040540         GO TO 4535-EXIT
040550     END-IF.
040560     MOVE WS-TRX-NPM-X TO UK-NPM.
040570     MOVE WS-SEM-IN TO UK-SEMESTER.
040580     READ UKT-FILE
040590         INVALID KEY
040600             MOVE "TAGIHAN TIDAK DITEMUKAN" TO UB-KET
040610             PERFORM 4540-UKT-BAYAR-TOLAK THRU 4540-EXIT
040620             GO TO 4535-EXIT
040630     END-READ.
040640     MOVE 'N' TO WS-DUP-SW.
040650     MOVE UK-NPM TO UY-NPM.
040660     MOVE UK-SEMESTER TO UY-SEMESTER.
040670     MOVE WS-REF-IN TO UY-REF-BAYAR.
040680     READ UKT-LOG-FILE
040690         INVALID KEY
040700             CONTINUE
040710         NOT INVALID KEY
040720             MOVE 'Y' TO WS-DUP-SW
040730     END-READ.
040740     IF WS-DUPLICATE-FOUND
040750             OR WS-REF-IN = UK-REF-BAYAR
040760         MOVE "REFERENSI SUDAH PERNAH DIMUAT" TO UB-KET
040770         PERFORM 4540-UKT-BAYAR-TOLAK THRU 4540-EXIT
040780         GO TO 4535-EXIT
040790     END-IF.
040800     IF UK-BAYAR + WS-NOMINAL-N > UK-TAGIHAN
040810         MOVE "MELEBIHI SISA TAGIHAN" TO UB-KET
040820         PERFORM 4540-UKT-BAYAR-TOLAK THRU 4540-EXIT
040830         GO TO 4535-EXIT
040840     END-IF.
040850     MOVE UK-NPM TO UY-NPM.
040860     MOVE UK-SEMESTER TO UY-SEMESTER.
040870     MOVE WS-REF-IN TO UY-REF-BAYAR.
040880     MOVE WS-NOMINAL-N TO UY-NOMINAL.
040890     MOVE WS-TGL-BAYAR-IN TO UY-TGL-BAYAR.
040900     MOVE WS-RUN-DATE TO UY-TGL-MUAT.
040910     WRITE UKT-LOG-RECORD
040920         INVALID KEY
040930             MOVE "GAGAL CATAT LOG UKTBYRLG" TO UB-KET
040940             PERFORM 4540-UKT-BAYAR-TOLAK THRU 4540-EXIT
040950             GO TO 4535-EXIT
040960     END-WRITE.
040970     ADD WS-NOMINAL-N TO UK-BAYAR.
040980     MOVE WS-TGL-BAYAR-IN TO UK-TGL-BAYAR.
040990     MOVE WS-REF-IN TO UK-REF-BAYAR.
041000     REWRITE UKT-RECORD
041010         INVALID KEY
041020             DELETE UKT-LOG-FILE RECORD
041030                 INVALID KEY
041040                     CONTINUE
041050             END-DELETE
041060             MOVE "GAGAL PERBARUI UKTMAST" TO UB-KET
041070             PERFORM 4540-UKT-BAYAR-TOLAK THRU 4540-EXIT
041080             GO TO 4535-EXIT
041090     END-REWRITE.
041100     IF UK-BAYAR = UK-TAGIHAN
041110         MOVE "LUNAS" TO UB-KET
041120     ELSE
041130         MOVE "SEBAGIAN" TO UB-KET
041140     END-IF.
041150     ADD WS-NOMINAL-N TO WS-UKT-TOTAL-TERIMA.
041160     PERFORM 4545-UKT-BAYAR-TERIMA THRU 4545-EXIT.
041170 4535-EXIT.
041180     EXIT.
041190
041200*----------------------------------------------------------------*
041210* 4540 - tulis baris TOLAK ke UKTBYRPT (alasan sudah di UB-KET)  *
041220*----------------------------------------------------------------*
041230 4540-UKT-BAYAR-TOLAK.
041240     MOVE "TOLAK" TO UB-HASIL.
041250     PERFORM 4548-UKT-BAYAR-TULIS THRU 4548-EXIT.
041260     ADD 1 TO WS-REJ-COUNT.
041270 4540-EXIT.
041280     EXIT.
041290
041300*----------------------------------------------------------------*
041310* 4545 - tulis baris TERIMA ke UKTBYRPT                          *
041320*----------------------------------------------------------------*
041330 4545-UKT-BAYAR-TERIMA.
041340     MOVE "TERIMA" TO UB-HASIL.
041350     PERFORM 4548-UKT-BAYAR-TULIS THRU 4548-EXIT.
041360     ADD 1 TO WS-ACC-COUNT.
041370 4545-EXIT.
041380     EXIT.
041390
041400 4548-UKT-BAYAR-TULIS.
041410     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
041420         PERFORM 4550-UKT-BAYAR-NEW-PAGE THRU 4550-EXIT
041430     END-IF.
041440     MOVE WS-TRX-NPM-X TO UB-NPM.
041450     MOVE WS-SEM-IN TO UB-SEM.
041460     MOVE WS-NOMINAL-INT TO UB-NOMINAL.
041470     WRITE UKT-PAY-RPT-RECORD FROM WS-UBR-DETAIL.
041480     ADD 1 TO WS-LINE-COUNT.
041490 4548-EXIT.
041500     EXIT.
041510
041520 4550-UKT-BAYAR-NEW-PAGE.
041530     ADD 1 TO WS-PAGE-COUNT.
041540     MOVE WS-RUN-DATE TO H2-TANGGAL.
041550     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
041560     IF WS-PAGE-COUNT > 1
041570         MOVE SPACES TO UKT-PAY-RPT-RECORD
041580         WRITE UKT-PAY-RPT-RECORD
041590     END-IF.
041600     WRITE UKT-PAY-RPT-RECORD FROM WS-UBR-HEADER-1.
041610     WRITE UKT-PAY-RPT-RECORD FROM WS-REPORT-HEADER-2.
041620     WRITE UKT-PAY-RPT-RECORD FROM WS-REPORT-HEADER-3.
041630     WRITE UKT-PAY-RPT-RECORD FROM WS-UBR-HEADER-4.
041640     WRITE UKT-PAY-RPT-RECORD FROM WS-REPORT-HEADER-3.
041650     MOVE 0 TO WS-LINE-COUNT.
041660 4550-EXIT.
041670     EXIT.
041680
041690*----------------------------------------------------------------*
041700* 4560 - tampilkan tagihan dan pembayaran UKT satu mahasiswa     *
041710*        untuk semua semester                                    *
041720*----------------------------------------------------------------*
041730 4560-UKT-CEK-NPM.
041740     DISPLAY "MASUKKAN NPM YANG DICARI : " WITH NO ADVANCING.
041750     ACCEPT WS-LOOKUP-NPM.
041760     PERFORM 4510-UKT-BUKA THRU 4510-EXIT.
041770     IF NOT WS-UKT-OPEN
041780         GO TO 4560-EXIT
041790     END-IF.
041800     MOVE 0 TO WS-RUNNING-COUNT.
041810     MOVE 'N' TO WS-EOF-SW.
041820     MOVE WS-LOOKUP-NPM TO UK-NPM.
041830     MOVE LOW-VALUES TO UK-SEMESTER.
041840     START UKT-FILE KEY NOT LESS THAN UK-KEY
041850         INVALID KEY MOVE 'Y' TO WS-EOF-SW
041860     END-START.
041870     DISPLAY "SEM    GOL     TAGIHAN       BAYAR   TUNGGAKAN"
041880         "  STATUS".
041890     PERFORM 4565-UKT-CEK-STEP THRU 4565-EXIT
041900         UNTIL WS-EOF.
041910     CLOSE UKT-FILE.
041920     IF WS-RUNNING-COUNT = 0
041930         DISPLAY "BELUM ADA TAGIHAN UKT UNTUK NPM "
041940             WS-LOOKUP-NPM "."
041950     END-IF.
041960 4560-EXIT.
041970     EXIT.
041980
041990 4565-UKT-CEK-STEP.
042000     READ UKT-FILE NEXT RECORD
042010         AT END
042020             MOVE 'Y' TO WS-EOF-SW
042030             GO TO 4565-EXIT
042040     END-READ.
042050     IF UK-NPM NOT = WS-LOOKUP-NPM
042060         MOVE 'Y' TO WS-EOF-SW
042070         GO TO 4565-EXIT
042080     END-IF.
042090     ADD 1 TO WS-RUNNING-COUNT.
042100     COMPUTE WS-UKT-SISA = UK-TAGIHAN - UK-BAYAR.
042110     MOVE UK-SEMESTER TO UI-SEM.
042120     MOVE UK-GOLONGAN TO UI-GOL.
042130     MOVE UK-TAGIHAN TO UI-TAGIHAN.
042140     MOVE UK-BAYAR TO UI-BAYAR.
042150     MOVE WS-UKT-SISA TO UI-SISA.
042160     IF WS-UKT-SISA = 0
042170         MOVE "LUNAS" TO UI-KET
042180     ELSE
042190         MOVE "BELUM LUNAS" TO UI-KET
042200     END-IF.
042210     DISPLAY WS-UKI-LINE.
042220 4565-EXIT.
042230     EXIT.
042240
042250*----------------------------------------------------------------*
042260* 4600 - LAPORAN TUNGGAKAN UKT SATU SEMESTER PER ANGKATAN DAN    *
042270*        KELAS KE BERKAS UKTTGKPT (SEMESTER DARI WS-SEM-LOOKUP;  *
042280*        KOSONG = SEMESTER BERJALAN)                             *
042290*----------------------------------------------------------------*
042300 4600-UKT-TUNGGAKAN.
042310     IF NOT WS-BATCH-MODE
042320         DISPLAY "MASUKKAN SEMESTER (TTTTS, KOSONG = "
042330             WS-SEM-BERJALAN ") : " WITH NO ADVANCING
042340         ACCEPT WS-SEM-LOOKUP
042350     END-IF.
042360     IF WS-SEM-LOOKUP = SPACES
042370         MOVE WS-SEM-BERJALAN TO WS-SEM-LOOKUP
042380     END-IF.
042390     IF WS-SEM-LOOKUP NOT NUMERIC
042400             OR (WS-SEM-LOOKUP(5:1) NOT = "1"
042410             AND WS-SEM-LOOKUP(5:1) NOT = "2")
042420         DISPLAY "KODE SEMESTER TIDAK VALID."
042430         MOVE 'Y' TO WS-OP-FAIL-SW
042440         GO TO 4600-EXIT
042450     END-IF.
042460     PERFORM 4510-UKT-BUKA THRU 4510-EXIT.
042470     IF NOT WS-UKT-OPEN
042480         GO TO 4600-EXIT
042490     END-IF.
042500     SORT SORT-FILE
042510             ON ASCENDING KEY SU-ANGKATAN SU-KELAS SU-NPM
042520         INPUT PROCEDURE IS 4610-TGK-RELEASE
042530             THRU 4610-EXIT
042540         OUTPUT PROCEDURE IS 4650-TGK-PRINT
042550             THRU 4650-EXIT.
042560     CLOSE UKT-FILE.
042570     DISPLAY WS-UT-TOT-N " MAHASISWA MENUNGGAK UKT SEMESTER "
042580         WS-SEM-LOOKUP " - LAPORAN DI BERKAS UKTTGKPT.".
042590 4600-EXIT.
042600     EXIT.
042610
042620*----------------------------------------------------------------*
042630* 4610 - prosedur masukan SORT: baca UKTMAST, lepaskan tagihan   *
042640*        semester terpilih yang belum lunas beserta angkatan,    *
042650*        kelas dan nama dari MAHMAST                             *
042660*----------------------------------------------------------------*
042670 4610-TGK-RELEASE.
042680     MOVE 'N' TO WS-EOF-SW.
042690     MOVE LOW-VALUES TO UK-KEY.
042700     START UKT-FILE KEY NOT LESS THAN UK-KEY
042710         INVALID KEY MOVE 'Y' TO WS-EOF-SW
042720     END-START.
042730     PERFORM 4620-TGK-RELEASE-STEP THRU 4620-EXIT
042740         UNTIL WS-EOF.
042750 4610-EXIT.
042760     EXIT.
042770
042780 4620-TGK-RELEASE-STEP.
042790     READ UKT-FILE NEXT RECORD
042800         AT END
042810             MOVE 'Y' TO WS-EOF-SW
042820             GO TO 4620-EXIT
042830     END-READ.
042840     IF UK-SEMESTER NOT = WS-SEM-LOOKUP
042850             OR UK-BAYAR NOT < UK-TAGIHAN
042860         GO TO 4620-EXIT
042870     END-IF.
042880     MOVE UK-NPM TO WS-NPM.
042890     MOVE WS-NPM-TAHUN TO SU-ANGKATAN.
042900     MOVE UK-NPM TO SU-NPM.
042910     MOVE UK-GOLONGAN TO SU-GOLONGAN.
042920     MOVE UK-TAGIHAN TO SU-TAGIHAN.
042930     MOVE UK-BAYAR TO SU-BAYAR.
042940     MOVE UK-NPM TO MR-NPM.
042950     READ MASTER-FILE
042960         INVALID KEY
042970             MOVE SPACES TO SU-KELAS
042980             MOVE "(TIDAK ADA DI MAHMAST)" TO SU-NAMA
042990         NOT INVALID KEY
043000             MOVE MR-KELAS TO SU-KELAS
043010             MOVE MR-NAMA TO SU-NAMA
043020     END-READ.
043030     RELEASE SORT-UKT-RECORD.
043040 4620-EXIT.
043050     EXIT.
043060
043070*----------------------------------------------------------------*
043080* 4650 - prosedur keluaran SORT: cetak tunggakan berkepala dan   *
043090*        berhalaman dengan subtotal per kelas, per angkatan dan  *
043100*        total keseluruhan                                       *
043110*----------------------------------------------------------------*
043120 4650-TGK-PRINT.
043130     MOVE 0 TO WS-UT-TOT-N.
043140     MOVE 0 TO WS-UT-TOT-SISA.
043150     OPEN OUTPUT UKT-ARREARS-FILE.
043160     IF WS-UTK-STATUS NOT = "00"
043170         DISPLAY "BERKAS LAPORAN (UKTTGKPT) TIDAK DAPAT DIBUKA."
043180         MOVE 'Y' TO WS-OP-FAIL-SW
043190         GO TO 4650-EXIT
043200     END-IF.
043210     MOVE WS-SEM-LOOKUP TO UTH-SEM.
043220     MOVE 0 TO WS-PAGE-COUNT.
043230     MOVE 99 TO WS-LINE-COUNT.
043240     MOVE 'Y' TO WS-UT-FIRST-SW.
043250     MOVE 'N' TO WS-EOF-SW.
043260     PERFORM 4660-TGK-LINE THRU 4660-EXIT
043270         UNTIL WS-EOF.
043280     IF WS-PAGE-COUNT = 0
043290         PERFORM 4690-TGK-NEW-PAGE THRU 4690-EXIT
043300     END-IF.
043310     IF NOT WS-UT-FIRST
043320         PERFORM 4670-TGK-KELAS-TOTAL THRU 4670-EXIT
043330         PERFORM 4680-TGK-ANGKATAN-TOTAL THRU 4680-EXIT
043340     END-IF.
043350     MOVE SPACES TO UKT-ARREARS-RECORD.
043360     WRITE UKT-ARREARS-RECORD.
043370     MOVE "TOTAL SELURUHNYA" TO UTS-LABEL.
043380     MOVE SPACES TO UTS-KODE.
043390     MOVE WS-UT-TOT-N TO UTS-JUMLAH.
043400     MOVE WS-UT-TOT-SISA TO UTS-SISA.
043410     WRITE UKT-ARREARS-RECORD FROM WS-UTK-SUBTOTAL.
043420     CLOSE UKT-ARREARS-FILE.
043430 4650-EXIT.
043440     EXIT.
043450
043460 4660-TGK-LINE.
043470     RETURN SORT-FILE
043480         AT END
043490             MOVE 'Y' TO WS-EOF-SW
043500             GO TO 4660-EXIT
043510     END-RETURN.
043520     IF WS-UT-FIRST
043530         MOVE 'N' TO WS-UT-FIRST-SW
043540         MOVE SU-ANGKATAN TO WS-UT-ANG-LAMA
043550         MOVE SU-KELAS TO WS-UT-KLS-LAMA
043560         MOVE 0 TO WS-UT-ANG-N
043570         MOVE 0 TO WS-UT-ANG-SISA
043580         MOVE 0 TO WS-UT-KLS-N
043590         MOVE 0 TO WS-UT-KLS-SISA
043600         PERFORM 4665-TGK-GROUP-LINE THRU 4665-EXIT
043610     ELSE
043620         IF SU-ANGKATAN NOT = WS-UT-ANG-LAMA
043630             PERFORM 4670-TGK-KELAS-TOTAL THRU 4670-EXIT
043640             PERFORM 4680-TGK-ANGKATAN-TOTAL THRU 4680-EXIT
043650             MOVE SU-ANGKATAN TO WS-UT-ANG-LAMA
043660             MOVE SU-KELAS TO WS-UT-KLS-LAMA
043670             PERFORM 4665-TGK-GROUP-LINE THRU 4665-EXIT
043680         ELSE
043690             IF SU-KELAS NOT = WS-UT-KLS-LAMA
043700                 PERFORM 4670-TGK-KELAS-TOTAL THRU 4670-EXIT
043710                 MOVE SU-KELAS TO WS-UT-KLS-LAMA
043720                 PERFORM 4665-TGK-GROUP-LINE THRU 4665-EXIT
043730             END-IF
043740         END-IF
043750     END-IF.
043760     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
043770         PERFORM 4690-TGK-NEW-PAGE THRU 4690-EXIT
043780     END-IF.
043790     COMPUTE WS-UKT-SISA = SU-TAGIHAN - SU-BAYAR.
043800     MOVE SU-NPM TO UT-NPM.
043810     MOVE SU-NAMA TO UT-NAMA.
043820     MOVE SU-GOLONGAN TO UT-GOL.
043830     MOVE SU-TAGIHAN TO UT-TAGIHAN.
043840     MOVE SU-BAYAR TO UT-BAYAR.
043850     MOVE WS-UKT-SISA TO UT-SISA.
043860     WRITE UKT-ARREARS-RECORD FROM WS-UTK-DETAIL.
043870     ADD 1 TO WS-LINE-COUNT.
043880     ADD 1 TO WS-UT-KLS-N.
043890     ADD WS-UKT-SISA TO WS-UT-KLS-SISA.
043900 4660-EXIT.
043910     EXIT.
043920
043930*----------------------------------------------------------------*
043940* 4665 - cetak judul kelompok angkatan / kelas                   *
043950*----------------------------------------------------------------*
043960 4665-TGK-GROUP-LINE.
043970     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
043980         PERFORM 4690-TGK-NEW-PAGE THRU 4690-EXIT
043990     END-IF.
044000     MOVE WS-UT-ANG-LAMA TO UTG-ANGKATAN.
044010     MOVE WS-UT-KLS-LAMA TO UTG-KELAS.
044020     MOVE SPACES TO UKT-ARREARS-RECORD.
044030     WRITE UKT-ARREARS-RECORD.
044040     WRITE UKT-ARREARS-RECORD FROM WS-UTK-GROUP.
044050     ADD 2 TO WS-LINE-COUNT.
044060 4665-EXIT.
044070     EXIT.
044080
044090*----------------------------------------------------------------*
044100* 4670 - subtotal satu kelas, akumulasikan ke angkatan           *
044110*----------------------------------------------------------------*
044120 4670-TGK-KELAS-TOTAL.
044130     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
044140         PERFORM 4690-TGK-NEW-PAGE THRU 4690-EXIT
044150     END-IF.
044160     MOVE "  SUBTOTAL KELAS" TO UTS-LABEL.
044170     MOVE WS-UT-KLS-LAMA TO UTS-KODE.
044180     MOVE WS-UT-KLS-N TO UTS-JUMLAH.
044190     MOVE WS-UT-KLS-SISA TO UTS-SISA.
044200     WRITE UKT-ARREARS-RECORD FROM WS-UTK-SUBTOTAL.
044210     ADD 1 TO WS-LINE-COUNT.
044220     ADD WS-UT-KLS-N TO WS-UT-ANG-N.
044230     ADD WS-UT-KLS-SISA TO WS-UT-ANG-SISA.
044240     MOVE 0 TO WS-UT-KLS-N.
044250     MOVE 0 TO WS-UT-KLS-SISA.
044260 4670-EXIT.
044270     EXIT.
044280
044290*----------------------------------------------------------------*
044300* 4680 - subtotal satu angkatan, akumulasikan ke total           *
044310*----------------------------------------------------------------*
044320 4680-TGK-ANGKATAN-TOTAL.
044330     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
044340         PERFORM 4690-TGK-NEW-PAGE THRU 4690-EXIT
044350     END-IF.
044360     MOVE "SUBTOTAL ANGKATAN" TO UTS-LABEL.
044370     MOVE WS-UT-ANG-LAMA TO UTS-KODE.
044380     MOVE WS-UT-ANG-N TO UTS-JUMLAH.
044390     MOVE WS-UT-ANG-SISA TO UTS-SISA.
044400     WRITE UKT-ARREARS-RECORD FROM WS-UTK-SUBTOTAL.
044410     ADD 1 TO WS-LINE-COUNT.
044420     ADD WS-UT-ANG-N TO WS-UT-TOT-N.
044430     ADD WS-UT-ANG-SISA TO WS-UT-TOT-SISA.
044440     MOVE 0 TO WS-UT-ANG-N.
044450     MOVE 0 TO WS-UT-ANG-SISA.
044460 4680-EXIT.
044470     EXIT.
044480
044490 4690-TGK-NEW-PAGE.
044500     ADD 1 TO WS-PAGE-COUNT.
044510     MOVE WS-RUN-DATE TO H2-TANGGAL.
044520     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
044530     IF WS-PAGE-COUNT > 1
044540         MOVE SPACES TO UKT-ARREARS-RECORD
044550         WRITE UKT-ARREARS-RECORD
044560     END-IF.
044570     WRITE UKT-ARREARS-RECORD FROM WS-UTK-HEADER-1.
044580     WRITE UKT-ARREARS-RECORD FROM WS-REPORT-HEADER-2.
044590     WRITE UKT-ARREARS-RECORD FROM WS-UTK-HEADER-SEM.
044600     WRITE UKT-ARREARS-RECORD FROM WS-REPORT-HEADER-3.
044610     WRITE UKT-ARREARS-RECORD FROM WS-UTK-HEADER-4.
044620     WRITE UKT-ARREARS-RECORD FROM WS-REPORT-HEADER-3.
044630     MOVE 0 TO WS-LINE-COUNT.
044640 4690-EXIT.
044650     EXIT.
044660
044670*----------------------------------------------------------------*
044680* 4700 - periksa pelunasan UKT semester berjalan untuk NPM di    *
044690*        MR-NPM (hasil di WS-UKT-LUNAS-SW); bila UKTMAST belum   *
044700*        ada, pemeriksaan dilewati                               *
044710*----------------------------------------------------------------*
044720 4700-UKT-CEK-LUNAS.
044730     MOVE 'N' TO WS-UKT-LUNAS-SW.
044740     OPEN INPUT UKT-FILE.
044750     IF WS-UKT-STATUS = "35"
044760         DISPLAY "PERINGATAN: BERKAS UKTMAST TIDAK DITEMUKAN - "
044770             "PEMERIKSAAN UKT DILEWATI."
044780         MOVE 'Y' TO WS-UKT-LUNAS-SW
044790         GO TO 4700-EXIT
044800     END-IF.
044810     IF WS-UKT-STATUS NOT = "00"
044820         DISPLAY "GAGAL MEMBUKA UKTMAST - FILE STATUS "
044830             WS-UKT-STATUS
044840         GO TO 4700-EXIT
044850     END-IF.
044860     MOVE MR-NPM TO UK-NPM.
044870     MOVE WS-SEM-BERJALAN TO UK-SEMESTER.
044880     READ UKT-FILE
044890         INVALID KEY
044900             DISPLAY "TAGIHAN UKT SEMESTER " WS-SEM-BERJALAN
044910                 " TIDAK DITEMUKAN."
044920         NOT INVALID KEY
044930             IF UK-BAYAR < UK-TAGIHAN
044940                 COMPUTE WS-UKT-SISA = UK-TAGIHAN - UK-BAYAR
044950                 MOVE WS-UKT-SISA TO UT-SISA
044960                 DISPLAY "UKT SEMESTER " WS-SEM-BERJALAN
044970                     " BELUM LUNAS - TUNGGAKAN " UT-SISA
044980             ELSE
044990                 MOVE 'Y' TO WS-UKT-LUNAS-SW
045000             END-IF
045010     END-READ.
045020     CLOSE UKT-FILE.
045030 4700-EXIT.
045040     EXIT.
045050
045060*----------------------------------------------------------------*
045070* 5000 - PEMELIHARAAN DATA: TAMBAH / UBAH / HAPUS / STATUS       *
045080*----------------------------------------------------------------*
045090 5000-MAINTENANCE.
045100     DISPLAY "1. TAMBAH   2. UBAH   3. HAPUS   4. UBAH STATUS   "
045110         "5. UBAH KELAS   6. TRANSAKSI BATCH (MUTASIF)   "
045120         "7. UBAH DOSEN WALI   8. BATAL".
045130     DISPLAY "PILIHAN : " WITH NO ADVANCING.
045140     ACCEPT WS-MAINT-CHOICE.
045150     EVALUATE WS-MAINT-CHOICE
045160         WHEN 1
045170             PERFORM 5100-MAINT-ADD THRU 5100-EXIT
045180         WHEN 2
045190             PERFORM 5200-MAINT-CHANGE THRU 5200-EXIT
045200         WHEN 3
045210             PERFORM 5300-MAINT-DELETE THRU 5300-EXIT
045220         WHEN 4
045230             PERFORM 5400-MAINT-STATUS THRU 5400-EXIT
045240         WHEN 5
045250             PERFORM 5500-MAINT-KELAS THRU 5500-EXIT
045260         WHEN 6
045270             MOVE "MUTASI BATCH" TO WS-KN-OPERASI
045280             PERFORM 9320-KUNCI-EKSKLUSIF THRU 9320-EXIT
045290             IF WS-KN-DAPAT
045300                 PERFORM 5600-MAINT-BATCH THRU 5600-EXIT
045310                 PERFORM 9330-KUNCI-BERSAMA THRU 9330-EXIT
045320             END-IF
045330         WHEN 7
045340             PERFORM 5700-MAINT-WALI THRU 5700-EXIT
045350         WHEN OTHER
045360             CONTINUE
045370     END-EVALUATE.
045380 5000-EXIT.
045390     EXIT.
045400
045410 5100-MAINT-ADD.
045420     DISPLAY "NPM MAHASISWA BARU : " WITH NO ADVANCING.
045430     ACCEPT WS-NPM.
045440     DISPLAY "NAMA MAHASISWA : " WITH NO ADVANCING.
045450     ACCEPT WS-NAMA.
045460     PERFORM 3110-VALIDATE-NPM THRU 3110-EXIT.
045470     IF WS-NPM-INVALID
045480         DISPLAY "NPM TIDAK VALID ATAU SUDAH TERDAFTAR."
045490         GO TO 5100-EXIT
045500     END-IF.
045510     MOVE WS-NPM TO MR-NPM.
045520     MOVE WS-NAMA TO MR-NAMA.
045530     MOVE "A" TO MR-STATUS.
045540     MOVE SPACES TO MR-KELAS.
045550     MOVE SPACES TO MR-NIDN-WALI.
045560     WRITE MASTER-RECORD
045570         INVALID KEY
045580             DISPLAY "GAGAL MENAMBAH DATA."
045590         NOT INVALID KEY
045600             DISPLAY "DATA BERHASIL DITAMBAHKAN."
045610             MOVE "TAMBAH" TO AL-JENIS
045620             MOVE WS-NPM TO AL-NPM
045630             MOVE SPACES TO AL-NAMA-LAMA
045640             MOVE WS-NAMA TO AL-NAMA-BARU
045650             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
045660     END-WRITE.
045670     PERFORM 1100-LOAD-MASTER-TO-TABLE THRU 1100-EXIT.
045680 5100-EXIT.
045690     EXIT.
045700
045710 5200-MAINT-CHANGE.
045720     DISPLAY "NPM YANG AKAN DIUBAH : " WITH NO ADVANCING.
045730     ACCEPT WS-NPM.
045740     MOVE WS-NPM TO MR-NPM.
045750     READ MASTER-FILE
045760         INVALID KEY
045770             DISPLAY "NPM TIDAK DITEMUKAN."
045780             GO TO 5200-EXIT
045790     END-READ.
045800     DISPLAY "NAMA LAMA : " MR-NAMA.
045810     MOVE MR-NAMA TO AL-NAMA-LAMA.
045820     DISPLAY "NAMA BARU : " WITH NO ADVANCING.
045830     ACCEPT WS-NAMA.
045840     MOVE WS-NAMA TO MR-NAMA.
045850     REWRITE MASTER-RECORD
045860         INVALID KEY
045870             DISPLAY "GAGAL MENGUBAH DATA."
045880         NOT INVALID KEY
045890             DISPLAY "DATA BERHASIL DIUBAH."
045900             MOVE "UBAH" TO AL-JENIS
045910             MOVE WS-NPM TO AL-NPM
045920             MOVE WS-NAMA TO AL-NAMA-BARU
045930             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
045940     END-REWRITE.
045950     PERFORM 1100-LOAD-MASTER-TO-TABLE THRU 1100-EXIT.
045960 5200-EXIT.
045970     EXIT.
045980
045990 5300-MAINT-DELETE.
046000     DISPLAY "NPM YANG AKAN DIHAPUS : " WITH NO ADVANCING.
046010     ACCEPT WS-NPM.
046020     MOVE WS-NPM TO MR-NPM.
046030     READ MASTER-FILE
046040         INVALID KEY
046050             DISPLAY "NPM TIDAK DITEMUKAN."
046060             GO TO 5300-EXIT
046070     END-READ.
046080     MOVE MR-NAMA TO AL-NAMA-LAMA.
046090     DELETE MASTER-FILE
046100         INVALID KEY
046110             DISPLAY "GAGAL MENGHAPUS DATA."
046120         NOT INVALID KEY
046130             DISPLAY "DATA BERHASIL DIHAPUS."
046140             MOVE "HAPUS" TO AL-JENIS
046150             MOVE WS-NPM TO AL-NPM
046160             MOVE SPACES TO AL-NAMA-BARU
046170             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
046180             MOVE WS-NPM TO BD-NPM
046190             MOVE "DIHAPUS BERSAMA MASTER" TO WS-BIO-CATATAN
046200             PERFORM 8478-BIO-HAPUS THRU 8478-EXIT
046210     END-DELETE.
046220     PERFORM 1100-LOAD-MASTER-TO-TABLE THRU 1100-EXIT.
046230 5300-EXIT.
046240     EXIT.
046250
046260*----------------------------------------------------------------*
046270* 5400 - UBAH STATUS (AKTIF/CUTI/LULUS/DO) TANPA UBAH NPM/NAMA   *
046280*----------------------------------------------------------------*
046290 5400-MAINT-STATUS.
046300     DISPLAY "NPM YANG AKAN DIUBAH STATUSNYA : "
046310         WITH NO ADVANCING.
046320     ACCEPT WS-NPM.
046330     MOVE WS-NPM TO MR-NPM.
046340     READ MASTER-FILE
046350         INVALID KEY
046360             DISPLAY "NPM TIDAK DITEMUKAN."
046370             GO TO 5400-EXIT
046380     END-READ.
046390     DISPLAY "NAMA      : " MR-NAMA.
046400     DISPLAY "STATUS SAAT INI : " MR-STATUS.
046410     DISPLAY "STATUS BARU (A-AKTIF C-CUTI L-LULUS D-DO) : "
046420         WITH NO ADVANCING.
046430     ACCEPT WS-STATUS-INPUT.
046440     IF WS-STATUS-INPUT NOT = "A" AND NOT = "C"
046450             AND NOT = "L" AND NOT = "D"
046460         DISPLAY "KODE STATUS TIDAK VALID."
046470         GO TO 5400-EXIT
046480     END-IF.
046490     IF WS-STATUS-INPUT = "L" AND WS-KR-COUNT > 0
046500         MOVE WS-NPM TO WS-LOOKUP-NPM
046510         PERFORM 7850-YUDISIUM-EVAL THRU 7850-EXIT
046520         IF NOT WS-YD-LAYAK
046530             PERFORM 7880-YUDISIUM-TAMPIL THRU 7880-EXIT
046540             GO TO 5400-EXIT
046550         END-IF
046560     END-IF.
046570     MOVE MR-STATUS TO AL-NAMA-LAMA.
046580     MOVE WS-STATUS-INPUT TO MR-STATUS.
046590     REWRITE MASTER-RECORD
046600         INVALID KEY
046610             DISPLAY "GAGAL MENGUBAH STATUS."
046620         NOT INVALID KEY
046630             DISPLAY "STATUS BERHASIL DIUBAH."
046640             MOVE "STATUS" TO AL-JENIS
046650             MOVE WS-NPM TO AL-NPM
046660             MOVE WS-STATUS-INPUT TO AL-NAMA-BARU
046670             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
046680     END-REWRITE.
046690     PERFORM 1100-LOAD-MASTER-TO-TABLE THRU 1100-EXIT.
046700 5400-EXIT.
046710     EXIT.
046720
046730*----------------------------------------------------------------*
046740* 5500 - UBAH KELAS/ROMBEL TANPA UBAH NPM/NAMA/STATUS            *
046750*----------------------------------------------------------------*
046760 5500-MAINT-KELAS.
046770     DISPLAY "NPM YANG AKAN DIUBAH KELASNYA : "
046780         WITH NO ADVANCING.
046790     ACCEPT WS-NPM.
046800     MOVE WS-NPM TO MR-NPM.
046810     READ MASTER-FILE
046820         INVALID KEY
046830             DISPLAY "NPM TIDAK DITEMUKAN."
046840             GO TO 5500-EXIT
046850     END-READ.
046860     DISPLAY "NAMA       : " MR-NAMA.
046870     DISPLAY "KELAS LAMA : " MR-KELAS.
046880     MOVE MR-KELAS TO AL-NAMA-LAMA.
046890     MOVE MR-KELAS TO WS-KELAS-LAMA.
046900     DISPLAY "KELAS BARU (KOSONG = HAPUS KELAS) : "
046910         WITH NO ADVANCING.
046920     ACCEPT WS-KELAS-INPUT.
046930     IF WS-KELAS-INPUT NOT = SPACES
046940             AND WS-KELAS-INPUT NOT = WS-KELAS-LAMA
046950             AND WS-KL-COUNT > 0
046960         MOVE WS-KELAS-INPUT TO WS-KL-CARI
046970         PERFORM 9180-CARI-KELAS THRU 9180-EXIT
046980         IF NOT WS-KL-FOUND
046990             DISPLAY "KELAS TIDAK TERDAFTAR DI KELASREF."
047000             GO TO 5500-EXIT
047010         END-IF
047020         PERFORM 9190-HITUNG-ISI-KELAS THRU 9190-EXIT
047030         IF WS-KL-ISI-N >= WS-KL-KAP(WS-KL-IDX)
047040             DISPLAY "KELAS PENUH (KAPASITAS "
047050                 WS-KL-KAP(WS-KL-IDX) ")."
047060             GO TO 5500-EXIT
047070         END-IF
047080         MOVE WS-NPM TO MR-NPM
047090         READ MASTER-FILE
047100             INVALID KEY
047110                 DISPLAY "NPM TIDAK DITEMUKAN."
047120                 GO TO 5500-EXIT
047130         END-READ
047140     END-IF.
047150     MOVE WS-KELAS-INPUT TO MR-KELAS.
047160     REWRITE MASTER-RECORD
047170         INVALID KEY
047180             DISPLAY "GAGAL MENGUBAH KELAS."
047190         NOT INVALID KEY
047200             DISPLAY "KELAS BERHASIL DIUBAH."
047210             MOVE "KELAS" TO AL-JENIS
047220             MOVE WS-NPM TO AL-NPM
047230             MOVE WS-KELAS-INPUT TO AL-NAMA-BARU
047240             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
047250     END-REWRITE.
047260     PERFORM 1100-LOAD-MASTER-TO-TABLE THRU 1100-EXIT.
047270 5500-EXIT.
047280     EXIT.
047290
047300*----------------------------------------------------------------*
047310* 5600 - TRANSAKSI PEMELIHARAAN BATCH DARI BERKAS MUTASIF:       *
047320*        TERAPKAN TAMBAH/UBAH/HAPUS/STATUS/KELAS/WALI KE MASTER, *
047330*        CATAT KE AUDITLOG, DAN CETAK LAPORAN TERIMA/TOLAK       *
047340*        BERALASAN KE BERKAS MUTASIPT                            *
047350*----------------------------------------------------------------*
047360 5600-MAINT-BATCH.
047370     OPEN INPUT MAINT-TRX-FILE.
047380     IF WS-MTX-STATUS NOT = "00"
047390         DISPLAY "BERKAS TRANSAKSI (MUTASIF) TIDAK DITEMUKAN."
047400         MOVE 'Y' TO WS-OP-FAIL-SW
047410         GO TO 5600-EXIT
047420     END-IF.
047430     OPEN OUTPUT MAINT-RPT-FILE.
047440     IF WS-MTR-STATUS NOT = "00"
047450         DISPLAY "BERKAS LAPORAN (MUTASIPT) TIDAK DAPAT DIBUKA."
047460         MOVE 'Y' TO WS-OP-FAIL-SW
047470         CLOSE MAINT-TRX-FILE
047480         GO TO 5600-EXIT
047490     END-IF.
047500     MOVE 0 TO WS-ACC-COUNT.
047510     MOVE 0 TO WS-REJ-COUNT.
047520     MOVE 'N' TO WS-ADD-ANY-SW.
047530     MOVE 0 TO WS-PAGE-COUNT.
047540     MOVE 99 TO WS-LINE-COUNT.
047550     MOVE 'N' TO WS-EOF-SW.
047560     PERFORM 5610-MUTASI-STEP THRU 5610-EXIT
047570         UNTIL WS-EOF.
047580     IF WS-PAGE-COUNT = 0
047590         PERFORM 5650-MUTASI-NEW-PAGE THRU 5650-EXIT
047600     END-IF.
047610     MOVE WS-ACC-COUNT TO MTR-ACC.
047620     WRITE MAINT-RPT-RECORD FROM WS-MTR-TOTAL-1.
047630     MOVE WS-REJ-COUNT TO MTR-REJ.
047640     WRITE MAINT-RPT-RECORD FROM WS-MTR-TOTAL-2.
047650     CLOSE MAINT-TRX-FILE.
047660     CLOSE MAINT-RPT-FILE.
047670     IF WS-ADD-ANY
047680         PERFORM 1100-LOAD-MASTER-TO-TABLE THRU 1100-EXIT
047690     END-IF.
047700     DISPLAY WS-ACC-COUNT " TRANSAKSI DITERIMA, "
047710         WS-REJ-COUNT " DITOLAK - LAPORAN DI BERKAS MUTASIPT.".
047720 5600-EXIT.
047730     EXIT.
047740
047750 5610-MUTASI-STEP.
047760     READ MAINT-TRX-FILE
047770         AT END
047780             MOVE 'Y' TO WS-EOF-SW
047790         NOT AT END
047800             IF MAINT-TRX-RECORD = SPACES
047810                     OR MAINT-TRX-RECORD(1:1) = "*"
047820                 CONTINUE
047830             ELSE
047840                 PERFORM 5620-MUTASI-APPLY THRU 5620-EXIT
047850             END-IF
047860     END-READ.
047870 5610-EXIT.
047880     EXIT.
047890
047900*----------------------------------------------------------------*
047910* 5620 - urai dan terapkan satu baris transaksi batch            *
047920*----------------------------------------------------------------*
047930 5620-MUTASI-APPLY.
047940     MOVE SPACES TO WS-TRX-JENIS.
047950     MOVE SPACES TO WS-TRX-NPM-X.
047960     MOVE SPACES TO WS-TRX-VALUE.
047970     UNSTRING MAINT-TRX-RECORD DELIMITED BY ","
047980         INTO WS-TRX-JENIS WS-TRX-NPM-X WS-TRX-VALUE.
047990     IF WS-TRX-NPM-X NOT NUMERIC
048000         MOVE "NPM BUKAN ANGKA" TO MT-KET
048010         PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
048020         GO TO 5620-EXIT
048030     END-IF.
048040     MOVE WS-TRX-NPM-X TO WS-NPM-INPUT.
048050     EVALUATE WS-TRX-JENIS
048060         WHEN "TAMBAH"
048070             PERFORM 5621-MUTASI-TAMBAH THRU 5621-EXIT
048080         WHEN "UBAH"
048090             PERFORM 5622-MUTASI-UBAH THRU 5622-EXIT
048100         WHEN "HAPUS"
048110             PERFORM 5623-MUTASI-HAPUS THRU 5623-EXIT
048120         WHEN "STATUS"
048130             PERFORM 5624-MUTASI-STATUS THRU 5624-EXIT
048140         WHEN "KELAS"
048150             PERFORM 5625-MUTASI-KELAS THRU 5625-EXIT
048160         WHEN "WALI"
048170             PERFORM 5626-MUTASI-WALI THRU 5626-EXIT
048180         WHEN OTHER
048190             MOVE "JENIS TRANSAKSI TIDAK DIKENAL" TO MT-KET
048200             PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
048210     END-EVALUATE.
048220 5620-EXIT.
048230     EXIT.
048240
048250 5621-MUTASI-TAMBAH.
048260     IF WS-TRX-VALUE = SPACES
048270         MOVE "NAMA KOSONG" TO MT-KET
048280         PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
048290         GO TO 5621-EXIT
048300     END-IF.
048310     PERFORM 3110-VALIDATE-NPM THRU 3110-EXIT.
048320     IF WS-NPM-INVALID
048330         MOVE "NPM TIDAK VALID ATAU SUDAH TERDAFTAR" TO MT-KET
048340         PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
048350         GO TO 5621-EXIT
048360     END-IF.
048370     MOVE WS-NPM TO MR-NPM.
048380     MOVE WS-TRX-VALUE TO MR-NAMA.
048390     MOVE "A" TO MR-STATUS.
048400     MOVE SPACES TO MR-KELAS.
048410     MOVE SPACES TO MR-NIDN-WALI.
048420     WRITE MASTER-RECORD
048430         INVALID KEY
048440             MOVE "GAGAL MENULIS KE MASTER" TO MT-KET
048450             PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
048460         NOT INVALID KEY
048470             MOVE 'Y' TO WS-ADD-ANY-SW
048480             MOVE "TAMBAH" TO AL-JENIS
048490             MOVE WS-NPM TO AL-NPM
048500             MOVE SPACES TO AL-NAMA-LAMA
048510             MOVE WS-TRX-VALUE TO AL-NAMA-BARU
048520             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
048530             PERFORM 5635-MUTASI-TERIMA THRU 5635-EXIT
048540     END-WRITE.
048550 5621-EXIT.
048560     EXIT.
048570
048580 5622-MUTASI-UBAH.
048590     IF WS-TRX-VALUE = SPACES
048600         MOVE "NAMA BARU KOSONG" TO MT-KET
048610         PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
048620         GO TO 5622-EXIT
048630     END-IF.
048640     MOVE WS-NPM TO MR-NPM.
048650     READ MASTER-FILE
048660         INVALID KEY
048670             MOVE "NPM TIDAK DITEMUKAN" TO MT-KET
048680             PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
048690             GO TO 5622-EXIT
048700     END-READ.
048710     MOVE MR-NAMA TO AL-NAMA-LAMA.
048720     MOVE WS-TRX-VALUE TO MR-NAMA.
048730     REWRITE MASTER-RECORD
048740         INVALID KEY
048750             MOVE "GAGAL MENGUBAH DATA" TO MT-KET
048760             PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
048770         NOT INVALID KEY
048780             MOVE "UBAH" TO AL-JENIS
048790             MOVE WS-NPM TO AL-NPM
048800             MOVE WS-TRX-VALUE TO AL-NAMA-BARU
048810             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
048820             PERFORM 5635-MUTASI-TERIMA THRU 5635-EXIT
048830     END-REWRITE.
048840 5622-EXIT.
048850     EXIT.
048860
048870 5623-MUTASI-HAPUS.
048880     MOVE WS-NPM TO MR-NPM.
048890     READ MASTER-FILE
048900         INVALID KEY
048910             MOVE "NPM TIDAK DITEMUKAN" TO MT-KET
048920             PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
048930             GO TO 5623-EXIT
048940     END-READ.
048950     MOVE MR-NAMA TO AL-NAMA-LAMA.
048960     DELETE MASTER-FILE
048970         INVALID KEY
048980             MOVE "GAGAL MENGHAPUS DATA" TO MT-KET
048990             PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
049000         NOT INVALID KEY
049010             MOVE 'Y' TO WS-ADD-ANY-SW
049020             MOVE "HAPUS" TO AL-JENIS
049030             MOVE WS-NPM TO AL-NPM
049040             MOVE SPACES TO AL-NAMA-BARU
049050             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
049060             MOVE WS-NPM TO BD-NPM
049070             MOVE "DIHAPUS BERSAMA MASTER" TO WS-BIO-CATATAN
049080             PERFORM 8478-BIO-HAPUS THRU 8478-EXIT
049090             PERFORM 5635-MUTASI-TERIMA THRU 5635-EXIT
049100     END-DELETE.
049110 5623-EXIT.
049120     EXIT.
049130
049140 5624-MUTASI-STATUS.
049150     IF WS-TRX-VALUE(1:1) NOT = "A" AND NOT = "C"
049160             AND NOT = "L" AND NOT = "D"
049170         MOVE "KODE STATUS TIDAK VALID" TO MT-KET
049180         PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
049190         GO TO 5624-EXIT
049200     END-IF.
049210     MOVE WS-NPM TO MR-NPM.
049220     READ MASTER-FILE
049230         INVALID KEY
049240             MOVE "NPM TIDAK DITEMUKAN" TO MT-KET
049250             PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
049260             GO TO 5624-EXIT
049270     END-READ.
049280     IF WS-TRX-VALUE(1:1) = "L" AND WS-KR-COUNT > 0
049290         MOVE WS-NPM TO WS-LOOKUP-NPM
049300         PERFORM 7850-YUDISIUM-EVAL THRU 7850-EXIT
049310         IF NOT WS-YD-LAYAK
049320             MOVE SPACES TO MT-KET
049330             STRING "YUDISIUM: " WS-YD-ALASAN(1)
049340                 DELIMITED BY SIZE INTO MT-KET
049350             PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
049360             GO TO 5624-EXIT
049370         END-IF
049380     END-IF.
049390     MOVE MR-STATUS TO AL-NAMA-LAMA.
049400     MOVE WS-TRX-VALUE(1:1) TO MR-STATUS.
049410     REWRITE MASTER-RECORD
049420         INVALID KEY
049430             MOVE "GAGAL MENGUBAH STATUS" TO MT-KET
049440             PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
049450         NOT INVALID KEY
049460             MOVE "STATUS" TO AL-JENIS
049470             MOVE WS-NPM TO AL-NPM
049480             MOVE WS-TRX-VALUE(1:1) TO AL-NAMA-BARU
049490             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
049500             PERFORM 5635-MUTASI-TERIMA THRU 5635-EXIT
049510     END-REWRITE.
049520 5624-EXIT.
049530     EXIT.
049540
049550 5625-MUTASI-KELAS.
049560     MOVE WS-NPM TO MR-NPM.
049570     READ MASTER-FILE
049580         INVALID KEY
049590             MOVE "NPM TIDAK DITEMUKAN" TO MT-KET
049600             PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
049610             GO TO 5625-EXIT
049620     END-READ.
049630     MOVE MR-KELAS TO AL-NAMA-LAMA.
049640     MOVE MR-KELAS TO WS-KELAS-LAMA.
049650     IF WS-TRX-VALUE(1:3) NOT = SPACES
049660             AND WS-TRX-VALUE(1:3) NOT = WS-KELAS-LAMA
049670             AND WS-KL-COUNT > 0
049680         MOVE WS-TRX-VALUE(1:3) TO WS-KL-CARI
049690         PERFORM 9180-CARI-KELAS THRU 9180-EXIT
049700         IF NOT WS-KL-FOUND
049710             MOVE "KELAS TIDAK TERDAFTAR DI KELASREF" TO MT-KET
049720             PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
049730             GO TO 5625-EXIT
049740         END-IF
049750         PERFORM 9190-HITUNG-ISI-KELAS THRU 9190-EXIT
049760         IF WS-KL-ISI-N >= WS-KL-KAP(WS-KL-IDX)
049770             MOVE "KELAS PENUH" TO MT-KET
049780             PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
049790             GO TO 5625-EXIT
049800         END-IF
049810         MOVE WS-NPM TO MR-NPM
049820         READ MASTER-FILE
049830             INVALID KEY
049840                 MOVE "NPM TIDAK DITEMUKAN" TO MT-KET
049850                 PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
049860                 GO TO 5625-EXIT
049870         END-READ
049880     END-IF.
049890     MOVE WS-TRX-VALUE(1:3) TO MR-KELAS.
049900     REWRITE MASTER-RECORD
049910         INVALID KEY
049920             MOVE "GAGAL MENGUBAH KELAS" TO MT-KET
049930             PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
049940         NOT INVALID KEY
049950             MOVE "KELAS" TO AL-JENIS
049960             MOVE WS-NPM TO AL-NPM
049970             MOVE WS-TRX-VALUE(1:3) TO AL-NAMA-BARU
049980             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
049990             PERFORM 5635-MUTASI-TERIMA THRU 5635-EXIT
050000     END-REWRITE.
050010 5625-EXIT.
050020     EXIT.
050030
050040*----------------------------------------------------------------*
050050* 5626 - transaksi WALI: tetapkan/ganti dosen wali satu NPM      *
050060*        (nilai = NIDN; kosong = lepas dosen wali)               *
050070*----------------------------------------------------------------*
050080 5626-MUTASI-WALI.
050090     MOVE WS-NPM TO MR-NPM.
050100     READ MASTER-FILE
050110         INVALID KEY
050120             MOVE "NPM TIDAK DITEMUKAN" TO MT-KET
050130             PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
050140             GO TO 5626-EXIT
050150     END-READ.
050160     MOVE MR-NIDN-WALI TO WS-WALI-LAMA.
050170     MOVE WS-TRX-VALUE(1:10) TO WS-WALI-INPUT.
050180     PERFORM 5710-CEK-WALI THRU 5710-EXIT.
050190     IF MT-KET NOT = SPACES
050200         PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
050210         GO TO 5626-EXIT
050220     END-IF.
050230     MOVE WS-WALI-INPUT TO MR-NIDN-WALI.
050240     REWRITE MASTER-RECORD
050250         INVALID KEY
050260             MOVE "GAGAL MENGUBAH DOSEN WALI" TO MT-KET
050270             PERFORM 5630-MUTASI-TOLAK THRU 5630-EXIT
050280         NOT INVALID KEY
050290             MOVE "WALI" TO AL-JENIS
050300             MOVE WS-NPM TO AL-NPM
050310             MOVE WS-WALI-LAMA TO AL-NAMA-LAMA
050320             MOVE WS-WALI-INPUT TO AL-NAMA-BARU
050330             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
050340             PERFORM 5635-MUTASI-TERIMA THRU 5635-EXIT
050350     END-REWRITE.
050360 5626-EXIT.
050370     EXIT.
050380
050390*----------------------------------------------------------------*
050400* 5630 - tulis baris TOLAK ke laporan (alasan sudah di MT-KET)   *
050410*----------------------------------------------------------------*
050420 5630-MUTASI-TOLAK.
050430     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
050440         PERFORM 5650-MUTASI-NEW-PAGE THRU 5650-EXIT
050450     END-IF.
050460     MOVE "TOLAK" TO MT-HASIL.
050470     MOVE WS-TRX-JENIS TO MT-JENIS.
050480     MOVE WS-TRX-NPM-X TO MT-NPM.
050490     WRITE MAINT-RPT-RECORD FROM WS-MTR-DETAIL.
050500     ADD 1 TO WS-LINE-COUNT.
050510     ADD 1 TO WS-REJ-COUNT.
050520 5630-EXIT.
050530     EXIT.
050540
050550*----------------------------------------------------------------*
050560* 5635 - tulis baris TERIMA ke laporan                           *
050570*----------------------------------------------------------------*
050580 5635-MUTASI-TERIMA.
050590     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
050600         PERFORM 5650-MUTASI-NEW-PAGE THRU 5650-EXIT
050610     END-IF.
050620     MOVE "TERIMA" TO MT-HASIL.
050630     MOVE WS-TRX-JENIS TO MT-JENIS.
050640     MOVE WS-TRX-NPM-X TO MT-NPM.
050650     MOVE WS-TRX-VALUE TO MT-KET.
050660     WRITE MAINT-RPT-RECORD FROM WS-MTR-DETAIL.
050670     ADD 1 TO WS-LINE-COUNT.
050680     ADD 1 TO WS-ACC-COUNT.
050690 5635-EXIT.
050700     EXIT.
050710
050720 5650-MUTASI-NEW-PAGE.
050730     ADD 1 TO WS-PAGE-COUNT.
050740     MOVE WS-RUN-DATE TO H2-TANGGAL.
050750     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
050760     IF WS-PAGE-COUNT > 1
050770         MOVE SPACES TO MAINT-RPT-RECORD
050780         WRITE MAINT-RPT-RECORD
050790     END-IF.
050800     WRITE MAINT-RPT-RECORD FROM WS-MTR-HEADER-1.
050810     WRITE MAINT-RPT-RECORD FROM WS-REPORT-HEADER-2.
050820     WRITE MAINT-RPT-RECORD FROM WS-REPORT-HEADER-3.
050830     WRITE MAINT-RPT-RECORD FROM WS-MTR-HEADER-4.
050840     WRITE MAINT-RPT-RECORD FROM WS-REPORT-HEADER-3.
050850     MOVE 0 TO WS-LINE-COUNT.
050860 5650-EXIT.
050870     EXIT.
050880
050890*----------------------------------------------------------------*
050900* 5700 - UBAH DOSEN WALI SATU MAHASISWA (KOSONG = LEPAS WALI)    *
050910*----------------------------------------------------------------*
050920 5700-MAINT-WALI.
050930     DISPLAY "NPM YANG AKAN DIUBAH DOSEN WALINYA : "
050940         WITH NO ADVANCING.
050950     ACCEPT WS-NPM.
050960     MOVE WS-NPM TO MR-NPM.
050970     READ MASTER-FILE
050980         INVALID KEY
050990             DISPLAY "NPM TIDAK DITEMUKAN."
051000             GO TO 5700-EXIT
051010     END-READ.
051020     DISPLAY "NAMA      : " MR-NAMA.
051030     MOVE MR-NIDN-WALI TO WS-WALI-LAMA.
051040     MOVE MR-NIDN-WALI TO WS-DW-CARI.
051050     PERFORM 5720-CARI-DOSEN THRU 5720-EXIT.
051060     IF WS-DW-FOUND
051070         DISPLAY "WALI LAMA : " MR-NIDN-WALI " "
051080             WS-DW-NAMA(WS-DW-IDX)
051090     ELSE
051100         DISPLAY "WALI LAMA : " MR-NIDN-WALI
051110     END-IF.
051120     DISPLAY "NIDN WALI BARU (KOSONG = LEPAS WALI) : "
051130         WITH NO ADVANCING.
051140     ACCEPT WS-WALI-INPUT.
051150     PERFORM 5710-CEK-WALI THRU 5710-EXIT.
051160     IF MT-KET NOT = SPACES
051170         DISPLAY MT-KET "."
051180         GO TO 5700-EXIT
051190     END-IF.
051200     MOVE WS-WALI-INPUT TO MR-NIDN-WALI.
051210     REWRITE MASTER-RECORD
051220         INVALID KEY
051230             DISPLAY "GAGAL MENGUBAH DOSEN WALI."
051240         NOT INVALID KEY
051250             DISPLAY "DOSEN WALI BERHASIL DIUBAH."
051260             MOVE "WALI" TO AL-JENIS
051270             MOVE WS-NPM TO AL-NPM
051280             MOVE WS-WALI-LAMA TO AL-NAMA-LAMA
051290             MOVE WS-WALI-INPUT TO AL-NAMA-BARU
051300             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
051310     END-REWRITE.
051320 5700-EXIT.
051330     EXIT.
051340
051350*----------------------------------------------------------------*
051360* 5710 - periksa NIDN wali baru (WS-WALI-INPUT) untuk master di  *
051370*        MASTER-RECORD: terdaftar di DOSENREF, sefakultas dengan *
051380*        NPM, dan kuota bimbingan belum penuh. Alasan tolak di   *
051390*        MT-KET (SPACES = lolos); MASTER-RECORD dibaca ulang     *
051400*----------------------------------------------------------------*
051410 5710-CEK-WALI.
051420     MOVE SPACES TO MT-KET.
051430     IF WS-WALI-INPUT = SPACES
051440             OR WS-WALI-INPUT = WS-WALI-LAMA
051450             OR WS-DW-COUNT = 0
051460         GO TO 5710-EXIT
051470     END-IF.
051480     MOVE WS-WALI-INPUT TO WS-DW-CARI.
051490     PERFORM 5720-CARI-DOSEN THRU 5720-EXIT.
051500     IF NOT WS-DW-FOUND
051510         MOVE "NIDN TIDAK TERDAFTAR DI DOSENREF" TO MT-KET
051520         GO TO 5710-EXIT
051530     END-IF.
051540     MOVE MR-NPM TO WS-NPM.
051550     IF WS-DW-FAK(WS-DW-IDX) NOT = WS-NPM-FAKULTAS
051560         MOVE "DOSEN WALI BEDA FAKULTAS" TO MT-KET
051570         GO TO 5710-EXIT
051580     END-IF.
051590     PERFORM 5730-HITUNG-BIMBINGAN THRU 5730-EXIT.
051600     IF WS-DW-ISI-N >= WS-DW-MAKS(WS-DW-IDX)
051610         MOVE "KUOTA BIMBINGAN DOSEN WALI PENUH" TO MT-KET
051620     END-IF.
051630     MOVE WS-NPM TO MR-NPM.
051640     READ MASTER-FILE
051650         INVALID KEY
051660             MOVE "NPM TIDAK DITEMUKAN" TO MT-KET
051670     END-READ.
051680 5710-EXIT.
051690     EXIT.
051700
051710*----------------------------------------------------------------*
051720* 5720 - cari NIDN di tabel DOSENREF (masukan WS-DW-CARI;        *
051730*        keluaran WS-DW-FOUND-SW dan WS-DW-IDX)                  *
051740*----------------------------------------------------------------*
051750 5720-CARI-DOSEN.
051760     MOVE 'N' TO WS-DW-FOUND-SW.
051770     MOVE 0 TO WS-DW-IDX.
051780     PERFORM 5725-CARI-DOSEN-STEP THRU 5725-EXIT
051790         VARYING WS-SUB3 FROM 1 BY 1
051800         UNTIL WS-SUB3 > WS-DW-COUNT
051810             OR WS-DW-FOUND.
051820 5720-EXIT.
051830     EXIT.
051840
051850 5725-CARI-DOSEN-STEP.
051860     IF WS-DW-NIDN(WS-SUB3) = WS-DW-CARI
051870         MOVE WS-SUB3 TO WS-DW-IDX
051880         MOVE 'Y' TO WS-DW-FOUND-SW
051890     END-IF.
051900 5725-EXIT.
051910     EXIT.
051920
051930*----------------------------------------------------------------*
051940* 5730 - hitung mahasiswa AKTIF/CUTI yang sudah dibimbing satu   *
051950*        dosen wali (masukan WS-DW-CARI; keluaran WS-DW-ISI-N)   *
051960*----------------------------------------------------------------*
051970 5730-HITUNG-BIMBINGAN.
051980     MOVE 0 TO WS-DW-ISI-N.
051990     MOVE 'N' TO WS-SCAN-EOF-SW.
052000     MOVE LOW-VALUES TO MASTER-RECORD.
052010     START MASTER-FILE KEY NOT LESS THAN MR-NPM
052020         INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
052030     END-START.
052040     PERFORM 5735-HITUNG-BIMBINGAN-STEP THRU 5735-EXIT
052050         UNTIL WS-SCAN-EOF.
052060 5730-EXIT.
052070     EXIT.
052080
052090 5735-HITUNG-BIMBINGAN-STEP.
052100     READ MASTER-FILE NEXT RECORD
052110         AT END
052120             MOVE 'Y' TO WS-SCAN-EOF-SW
052130         NOT AT END
052140             IF MR-NIDN-WALI = WS-DW-CARI
052150                     AND (MR-STATUS-AKTIF OR MR-STATUS-CUTI)
052160                 ADD 1 TO WS-DW-ISI-N
052170             END-IF
052180     END-READ.
052190 5735-EXIT.
052200     EXIT.
052210
052220*----------------------------------------------------------------*
052230* 5900 - CATAT SATU TRANSAKSI PEMELIHARAAN KE BERKAS AUDITLOG    *
052240*        (pemanggil mengisi AL-JENIS, AL-NPM, AL-NAMA-LAMA dan   *
052250*        AL-NAMA-BARU terlebih dahulu)                           *
052260*----------------------------------------------------------------*
052270 5900-WRITE-AUDIT.
052280     OPEN EXTEND AUDIT-FILE.
052290     IF WS-AUD-STATUS = "35"
052300         OPEN OUTPUT AUDIT-FILE
052310     END-IF.
052320     IF WS-AUD-STATUS NOT = "00"
052330         DISPLAY "PERINGATAN: BERKAS AUDITLOG TIDAK DAPAT "
052340             "DIBUKA - TRANSAKSI TIDAK TERCATAT."
052350         GO TO 5900-EXIT
052360     END-IF.
052370     MOVE WS-RUN-DATE TO AL-TANGGAL.
052380     WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.
052390     CLOSE AUDIT-FILE.
052400 5900-EXIT.
052410     EXIT.
052420
052430*----------------------------------------------------------------*
052440* 6000 - CARI SATU MAHASISWA BERDASARKAN NPM                     *
052450*----------------------------------------------------------------*
052460 6000-LOOKUP.
052470     DISPLAY "MASUKKAN NPM YANG DICARI : " WITH NO ADVANCING.
052480     ACCEPT WS-LOOKUP-NPM.
052490     MOVE WS-LOOKUP-NPM TO MR-NPM.
052500     READ MASTER-FILE
052510         INVALID KEY
052520             DISPLAY "NPM " WS-LOOKUP-NPM " TIDAK TERDAFTAR."
052530         NOT INVALID KEY
052540             DISPLAY "NPM  : " MR-NPM
052550             DISPLAY "NAMA : " MR-NAMA
052560             DISPLAY "KELAS : " MR-KELAS
052570             MOVE MR-NIDN-WALI TO WS-DW-CARI
052580             PERFORM 5720-CARI-DOSEN THRU 5720-EXIT
052590             IF WS-DW-FOUND
052600                 DISPLAY "WALI : " MR-NIDN-WALI " "
052610                     WS-DW-NAMA(WS-DW-IDX)
052620             ELSE
052630                 DISPLAY "WALI : " MR-NIDN-WALI
052640             END-IF
052650     END-READ.
052660 6000-EXIT.
052670     EXIT.
052680
052690*----------------------------------------------------------------*
052700* 6100 - EVALUASI AKADEMIK AKHIR SEMESTER: PERIKSA MAHASISWA     *
052710*        AKTIF/CUTI TERHADAP BATAS MASA STUDI DAN IPS < 2.00     *
052720*        BERTURUT-TURUT, CETAK PER TINGKAT KE BERKAS EVALPT DAN  *
052730*        TULIS USULAN TRANSAKSI DO KE BERKAS MUTASIDO            *
052740*        (SEMESTER DARI WS-SEM-LOOKUP; KOSONG = SEMESTER         *
052750*        BERJALAN)                                               *
052760*----------------------------------------------------------------*
052770 6100-EVAL-AKADEMIK.
052780     IF NOT WS-BATCH-MODE
052790         DISPLAY "MASUKKAN SEMESTER (TTTTS, KOSONG = "
052800             WS-SEM-BERJALAN ") : " WITH NO ADVANCING
052810         ACCEPT WS-SEM-LOOKUP
052820     END-IF.
052830     IF WS-SEM-LOOKUP = SPACES
052840         MOVE WS-SEM-BERJALAN TO WS-SEM-LOOKUP
052850     END-IF.
052860     IF WS-SEM-LOOKUP NOT NUMERIC
052870             OR (WS-SEM-LOOKUP(5:1) NOT = "1"
052880             AND WS-SEM-LOOKUP(5:1) NOT = "2")
052890         DISPLAY "KODE SEMESTER TIDAK VALID."
052900         MOVE 'Y' TO WS-OP-FAIL-SW
052910         GO TO 6100-EXIT
052920     END-IF.
052930     MOVE 0 TO WS-EV-N-1.
052940     MOVE 0 TO WS-EV-N-2.
052950     MOVE 0 TO WS-EV-N-3.
052960     MOVE 0 TO WS-EV-DIPERIKSA-N.
052970     MOVE 'N' TO WS-EV-DO-OPEN-SW.
052980     OPEN OUTPUT EVAL-DO-FILE.
052990     IF WS-EVD-STATUS NOT = "00"
053000         DISPLAY "BERKAS USULAN DO (MUTASIDO) TIDAK DAPAT "
053010             "DIBUKA."
053020         MOVE 'Y' TO WS-OP-FAIL-SW
053030         GO TO 6100-EXIT
053040     END-IF.
053050     MOVE 'Y' TO WS-EV-DO-OPEN-SW.
053060     MOVE SPACES TO EVAL-DO-RECORD.
053070     STRING "* USULAN DO EVALUASI AKADEMIK SEMESTER "
053080         WS-SEM-LOOKUP " TANGGAL " WS-RUN-DATE
053090         DELIMITED BY SIZE INTO EVAL-DO-RECORD.
053100     WRITE EVAL-DO-RECORD.
053110     MOVE "* TINJAU LALU SALIN KE MUTASIF UNTUK DIJALANKAN"
053120         TO EVAL-DO-RECORD.
053130     WRITE EVAL-DO-RECORD.
053140     SORT SORT-FILE
053150             ON DESCENDING KEY SE-TINGKAT
053160             ON ASCENDING KEY SE-NPM
053170         INPUT PROCEDURE IS 6110-EVAL-RELEASE
053180             THRU 6110-EXIT
053190         OUTPUT PROCEDURE IS 6150-EVAL-PRINT
053200             THRU 6150-EXIT.
053210     CLOSE EVAL-DO-FILE.
053220     DISPLAY WS-EV-DIPERIKSA-N " MAHASISWA DIPERIKSA: "
053230         WS-EV-N-1 " PERINGATAN, " WS-EV-N-2
053240         " PERINGATAN AKHIR, " WS-EV-N-3 " USULAN DO.".
053250     DISPLAY "LAPORAN DI BERKAS EVALPT, USULAN DO DI BERKAS "
053260         "MUTASIDO.".
053270 6100-EXIT.
053280     EXIT.
053290
053300*----------------------------------------------------------------*
053310* 6110 - prosedur masukan SORT: baca MAHMAST, evaluasi setiap    *
053320*        mahasiswa AKTIF/CUTI, lepaskan yang terkena tingkat     *
053330*----------------------------------------------------------------*
053340 6110-EVAL-RELEASE.
053350     MOVE WS-SEM-LOOKUP TO WS-SEM-KONV.
053360     MOVE 'N' TO WS-EOF-SW.
053370     MOVE LOW-VALUES TO MASTER-RECORD.
053380     START MASTER-FILE KEY NOT LESS THAN MR-NPM
053390         INVALID KEY MOVE 'Y' TO WS-EOF-SW
053400     END-START.
053410     PERFORM 6120-EVAL-RELEASE-STEP THRU 6120-EXIT
053420         UNTIL WS-EOF.
053430 6110-EXIT.
053440     EXIT.
053450
053460 6120-EVAL-RELEASE-STEP.
053470     READ MASTER-FILE NEXT RECORD
053480         AT END
053490             MOVE 'Y' TO WS-EOF-SW
053500             GO TO 6120-EXIT
053510     END-READ.
053520     IF NOT MR-STATUS-AKTIF AND NOT MR-STATUS-CUTI
053530         GO TO 6120-EXIT
053540     END-IF.
053550     ADD 1 TO WS-EV-DIPERIKSA-N.
053560     MOVE MR-NPM TO WS-NPM.
053570     COMPUTE WS-EV-SEM-KE =
053580         (WS-SEM-K-TAHUN - 2000 - WS-NPM-TAHUN) * 2
053590         + WS-SEM-K-TERM.
053600     COMPUTE WS-EV-SISA = WS-EV-MAKS-SEM - WS-EV-SEM-KE.
053610     MOVE 0 TO WS-EV-TINGKAT-MS.
053620     IF WS-EV-SISA < 0
053630         MOVE 3 TO WS-EV-TINGKAT-MS
053640     ELSE
053650         IF WS-EV-SISA <= 1
053660             MOVE 2 TO WS-EV-TINGKAT-MS
053670         ELSE
053680             IF WS-EV-SISA <= 3
053690                 MOVE 1 TO WS-EV-TINGKAT-MS
053700             END-IF
053710         END-IF
053720     END-IF.
053730     MOVE MR-NPM TO WS-LOOKUP-NPM.
053740     PERFORM 6130-EVAL-RUNTUN-IPS THRU 6130-EXIT.
053750     MOVE 0 TO WS-EV-TINGKAT-IP.
053760     IF WS-EV-RUNTUN >= 3
053770         MOVE 3 TO WS-EV-TINGKAT-IP
053780     ELSE
053790         MOVE WS-EV-RUNTUN TO WS-EV-TINGKAT-IP
053800     END-IF.
053810     IF WS-EV-TINGKAT-MS = 0 AND WS-EV-TINGKAT-IP = 0
053820         GO TO 6120-EXIT
053830     END-IF.
053840     IF WS-EV-TINGKAT-MS > WS-EV-TINGKAT-IP
053850         MOVE WS-EV-TINGKAT-MS TO SE-TINGKAT
053860     ELSE
053870         MOVE WS-EV-TINGKAT-IP TO SE-TINGKAT
053880     END-IF.
053890     IF WS-EV-TINGKAT-MS > 0 AND WS-EV-TINGKAT-IP > 0
053900         MOVE "MASA+IPS" TO SE-DASAR
053910     ELSE
053920         IF WS-EV-TINGKAT-MS > 0
053930             MOVE "MASA STUDI" TO SE-DASAR
053940         ELSE
053950             MOVE "IPS < 2.00" TO SE-DASAR
053960         END-IF
053970     END-IF.
053980     PERFORM 6650-HITUNG-IPK THRU 6650-EXIT.
053990     MOVE MR-NPM TO SE-NPM.
054000     MOVE MR-NAMA TO SE-NAMA.
054010     MOVE MR-STATUS TO SE-STATUS.
054020     MOVE WS-EV-SEM-KE TO SE-SEM-KE.
054030     MOVE WS-EV-RUNTUN TO SE-RUNTUN.
054040     MOVE WS-IPS TO SE-IPS.
054050     MOVE WS-IPK TO SE-IPK.
054060     RELEASE SORT-EVAL-RECORD.
054070 6120-EXIT.
054080     EXIT.
054090
054100*----------------------------------------------------------------*
054110* 6130 - hitung runtun semester berturut-turut dengan IPS < 2.00 *
054120*        yang berakhir di semester evaluasi, untuk NPM di        *
054130*        WS-LOOKUP-NPM (semester tanpa nilai dilewati). Keluaran *
054140*        WS-EV-RUNTUN dan WS-IPS (IPS semester bernilai          *
054150*        terakhir)                                               *
054160*----------------------------------------------------------------*
054170 6130-EVAL-RUNTUN-IPS.
054180     MOVE 0 TO WS-EV-RUNTUN.
054190     MOVE 0 TO WS-IPS.
054200     MOVE SPACES TO WS-IPS-SEM.
054210     MOVE 0 TO WS-IPS-SKS.
054220     MOVE 0 TO WS-IPS-MUTU.
054230     MOVE 'N' TO WS-NIL-EOF-SW.
054240     MOVE WS-LOOKUP-NPM TO NM-NPM.
054250     MOVE LOW-VALUES TO NM-SEMESTER.
054260     MOVE LOW-VALUES TO NM-MATKUL.
054270     START NILAI-FILE KEY NOT LESS THAN NM-KEY
054280         INVALID KEY MOVE 'Y' TO WS-NIL-EOF-SW
054290     END-START.
054300     PERFORM 6135-EVAL-RUNTUN-STEP THRU 6135-EXIT
054310         UNTIL WS-NIL-EOF.
054320     IF WS-IPS-SEM NOT = SPACES
054330         PERFORM 6138-EVAL-TUTUP-SEM THRU 6138-EXIT
054340     END-IF.
054350 6130-EXIT.
054360     EXIT.
054370
054380 6135-EVAL-RUNTUN-STEP.
054390     READ NILAI-FILE NEXT RECORD
054400         AT END
054410             MOVE 'Y' TO WS-NIL-EOF-SW
054420             GO TO 6135-EXIT
054430     END-READ.
054440     IF NM-NPM NOT = WS-LOOKUP-NPM
054450             OR NM-SEMESTER > WS-SEM-LOOKUP
054460         MOVE 'Y' TO WS-NIL-EOF-SW
054470         GO TO 6135-EXIT
054480     END-IF.
054490     IF NM-SEMESTER NOT = WS-IPS-SEM
054500         IF WS-IPS-SEM NOT = SPACES
054510             PERFORM 6138-EVAL-TUTUP-SEM THRU 6138-EXIT
054520         END-IF
054530         MOVE NM-SEMESTER TO WS-IPS-SEM
054540         MOVE 0 TO WS-IPS-SKS
054550         MOVE 0 TO WS-IPS-MUTU
054560     END-IF.
054570     MOVE NM-NILAI TO WS-NILAI-CARI.
054580     PERFORM 6640-CARI-BOBOT THRU 6640-EXIT.
054590     ADD NM-SKS TO WS-IPS-SKS.
054600     COMPUTE WS-IPS-MUTU = WS-IPS-MUTU
054610         + NM-SKS * WS-BOBOT-NILAI.
054620 6135-EXIT.
054630     EXIT.
054640
054650*----------------------------------------------------------------*
054660* 6138 - tutup satu semester: hitung IPS dan perbarui runtun     *
054670*----------------------------------------------------------------*
054680 6138-EVAL-TUTUP-SEM.
054690     MOVE 0 TO WS-IPS.
054700     IF WS-IPS-SKS > 0
054710         COMPUTE WS-IPS ROUNDED = WS-IPS-MUTU / WS-IPS-SKS
054720     END-IF.
054730     IF WS-IPS < 2.00
054740         ADD 1 TO WS-EV-RUNTUN
054750     ELSE
054760         MOVE 0 TO WS-EV-RUNTUN
054770     END-IF.
054780 6138-EXIT.
054790     EXIT.
054800
054810*----------------------------------------------------------------*
054820* 6150 - prosedur keluaran SORT: cetak per tingkat (DO, akhir,   *
054830*        peringatan) dan tulis usulan DO ke MUTASIDO             *
054840*----------------------------------------------------------------*
054850 6150-EVAL-PRINT.
054860     OPEN OUTPUT EVAL-RPT-FILE.
054870     IF WS-EVR-STATUS NOT = "00"
054880         DISPLAY "BERKAS LAPORAN (EVALPT) TIDAK DAPAT DIBUKA."
054890         MOVE 'Y' TO WS-OP-FAIL-SW
054900         GO TO 6150-EXIT
054910     END-IF.
054920     MOVE WS-SEM-LOOKUP TO EVH-SEM.
054930     MOVE WS-EV-MAKS-SEM TO EVH-MAKS.
054940     MOVE 0 TO WS-PAGE-COUNT.
054950     MOVE 99 TO WS-LINE-COUNT.
054960     MOVE 0 TO WS-EV-TINGKAT-LAMA.
054970     MOVE 0 TO WS-EV-TINGKAT-N.
054980     MOVE 'N' TO WS-EOF-SW.
054990     PERFORM 6160-EVAL-LINE THRU 6160-EXIT
055000         UNTIL WS-EOF.
055010     IF WS-PAGE-COUNT = 0
055020         PERFORM 6170-EVAL-NEW-PAGE THRU 6170-EXIT
055030     END-IF.
055040     IF WS-EV-TINGKAT-LAMA > 0
055050         PERFORM 6168-EVAL-SUBTOTAL THRU 6168-EXIT
055060     END-IF.
055070     MOVE SPACES TO EVAL-RPT-RECORD.
055080     WRITE EVAL-RPT-RECORD.
055090     MOVE WS-EV-DIPERIKSA-N TO EVT-DIPERIKSA.
055100     MOVE WS-EV-N-1 TO EVT-N-1.
055110     MOVE WS-EV-N-2 TO EVT-N-2.
055120     MOVE WS-EV-N-3 TO EVT-N-3.
055130     WRITE EVAL-RPT-RECORD FROM WS-EVR-TOTAL.
055140     CLOSE EVAL-RPT-FILE.
055150 6150-EXIT.
055160     EXIT.
055170
055180 6160-EVAL-LINE.
055190     RETURN SORT-FILE
055200         AT END
055210             MOVE 'Y' TO WS-EOF-SW
055220             GO TO 6160-EXIT
055230     END-RETURN.
055240     IF SE-TINGKAT NOT = WS-EV-TINGKAT-LAMA
055250         IF WS-EV-TINGKAT-LAMA > 0
055260             PERFORM 6168-EVAL-SUBTOTAL THRU 6168-EXIT
055270         END-IF
055280         MOVE SE-TINGKAT TO WS-EV-TINGKAT-LAMA
055290         MOVE 0 TO WS-EV-TINGKAT-N
055300         PERFORM 6165-EVAL-TINGKAT-LINE THRU 6165-EXIT
055310     END-IF.
055320     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
055330         PERFORM 6170-EVAL-NEW-PAGE THRU 6170-EXIT
055340     END-IF.
055350     MOVE SE-NPM TO EV-NPM.
055360     MOVE SE-NAMA TO EV-NAMA.
055370     MOVE SE-STATUS TO EV-STATUS.
055380     MOVE SE-SEM-KE TO EV-SEM-KE.
055390     MOVE SE-RUNTUN TO EV-RUNTUN.
055400     MOVE SE-IPS TO EV-IPS.
055410     MOVE SE-IPK TO EV-IPK.
055420     MOVE SE-DASAR TO EV-DASAR.
055430     WRITE EVAL-RPT-RECORD FROM WS-EVR-DETAIL.
055440     ADD 1 TO WS-LINE-COUNT.
055450     ADD 1 TO WS-EV-TINGKAT-N.
055460     EVALUATE SE-TINGKAT
055470         WHEN 1
055480             ADD 1 TO WS-EV-N-1
055490         WHEN 2
055500             ADD 1 TO WS-EV-N-2
055510         WHEN 3
055520             ADD 1 TO WS-EV-N-3
055530             MOVE SE-NPM TO EVD-NPM
055540             WRITE EVAL-DO-RECORD FROM WS-EVD-LINE
055550     END-EVALUATE.
055560 6160-EXIT.
055570     EXIT.
055580
055590*----------------------------------------------------------------*
055600* 6165 - judul kelompok tingkat evaluasi                         *
055610*----------------------------------------------------------------*
055620 6165-EVAL-TINGKAT-LINE.
055630     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
055640         PERFORM 6170-EVAL-NEW-PAGE THRU 6170-EXIT
055650     END-IF.
055660     EVALUATE SE-TINGKAT
055670         WHEN 3
055680             MOVE "DIREKOMENDASIKAN DO" TO EVT-TEKS
055690         WHEN 2
055700             MOVE "PERINGATAN AKHIR" TO EVT-TEKS
055710         WHEN OTHER
055720             MOVE "PERINGATAN" TO EVT-TEKS
055730     END-EVALUATE.
055740     MOVE SPACES TO EVAL-RPT-RECORD.
055750     WRITE EVAL-RPT-RECORD.
055760     WRITE EVAL-RPT-RECORD FROM WS-EVR-TINGKAT.
055770     ADD 2 TO WS-LINE-COUNT.
055780 6165-EXIT.
055790     EXIT.
055800
055810 6168-EVAL-SUBTOTAL.
055820     MOVE WS-EV-TINGKAT-N TO EVS-JUMLAH.
055830     WRITE EVAL-RPT-RECORD FROM WS-EVR-SUBTOTAL.
055840     ADD 1 TO WS-LINE-COUNT.
055850 6168-EXIT.
055860     EXIT.
055870
055880 6170-EVAL-NEW-PAGE.
055890     ADD 1 TO WS-PAGE-COUNT.
055900     MOVE WS-RUN-DATE TO H2-TANGGAL.
055910     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
055920     IF WS-PAGE-COUNT > 1
055930         MOVE SPACES TO EVAL-RPT-RECORD
055940         WRITE EVAL-RPT-RECORD
055950     END-IF.
055960     WRITE EVAL-RPT-RECORD FROM WS-EVR-HEADER-1.
055970     WRITE EVAL-RPT-RECORD FROM WS-REPORT-HEADER-2.
055980     WRITE EVAL-RPT-RECORD FROM WS-EVR-HEADER-SEM.
055990     WRITE EVAL-RPT-RECORD FROM WS-REPORT-HEADER-3.
056000     WRITE EVAL-RPT-RECORD FROM WS-EVR-HEADER-4.
056010     WRITE EVAL-RPT-RECORD FROM WS-REPORT-HEADER-3.
056020     MOVE 0 TO WS-LINE-COUNT.
056030 6170-EXIT.
056040     EXIT.
056050
056060*----------------------------------------------------------------*
056070* 6200 - KIRIMAN PELAPORAN SEMESTER PDDIKTI: SATU RECORD PER     *
056080*        MAHASISWA DARI MAHMAST, NILMAST DAN ALUMAST (ALUMNI     *
056090*        YANG LULUS PADA SEMESTER ITU) KE BERKAS PDDIKTI DENGAN  *
056100*        RECORD KEPALA DAN TRAILER KONTROL; MAHASISWA YANG TIDAK *
056110*        DAPAT DILAPORKAN DICETAK KE BERKAS PDDIKVAL             *
056120*        (SEMESTER DARI WS-SEM-LOOKUP; KOSONG = SEMESTER         *
056130*        BERJALAN)                                               *
056140*----------------------------------------------------------------*
056150 6200-PDDIKTI-FEED.
056160     IF NOT WS-BATCH-MODE
056170         DISPLAY "MASUKKAN SEMESTER (TTTTS, KOSONG = "
056180             WS-SEM-BERJALAN ") : " WITH NO ADVANCING
056190         ACCEPT WS-SEM-LOOKUP
056200     END-IF.
056210     IF WS-SEM-LOOKUP = SPACES
056220         MOVE WS-SEM-BERJALAN TO WS-SEM-LOOKUP
056230     END-IF.
056240     IF WS-SEM-LOOKUP NOT NUMERIC
056250             OR (WS-SEM-LOOKUP(5:1) NOT = "1"
056260             AND WS-SEM-LOOKUP(5:1) NOT = "2")
056270         DISPLAY "KODE SEMESTER TIDAK VALID."
056280         MOVE 'Y' TO WS-OP-FAIL-SW
056290         GO TO 6200-EXIT
056300     END-IF.
056310     MOVE WS-SEM-LOOKUP TO WS-SEM-KONV.
056320     MOVE WS-SEM-K-TAHUN TO WS-PD-SEM-TAHUN.
056330     IF WS-SEM-K-TERM = 2
056340         MOVE 1 TO WS-SEM-K-TERM
056350     ELSE
056360         SUBTRACT 1 FROM WS-SEM-K-TAHUN
056370         MOVE 2 TO WS-SEM-K-TERM
056380     END-IF.
056390     MOVE WS-SEM-KONV TO WS-PD-SEM-LALU.
056400     OPEN OUTPUT PDDIKTI-FILE.
056410     IF WS-PDD-STATUS NOT = "00"
056420         DISPLAY "BERKAS KIRIMAN (PDDIKTI) TIDAK DAPAT DIBUKA."
056430         MOVE 'Y' TO WS-OP-FAIL-SW
056440         GO TO 6200-EXIT
056450     END-IF.
056460     OPEN OUTPUT PDD-VAL-FILE.
056470     IF WS-PDV-STATUS NOT = "00"
056480         DISPLAY "BERKAS LAPORAN (PDDIKVAL) TIDAK DAPAT DIBUKA."
056490         MOVE 'Y' TO WS-OP-FAIL-SW
056500         CLOSE PDDIKTI-FILE
056510         GO TO 6200-EXIT
056520     END-IF.
056530     MOVE 0 TO WS-PD-N-DETAIL.
056540     MOVE 0 TO WS-PD-N-A.
056550     MOVE 0 TO WS-PD-N-C.
056560     MOVE 0 TO WS-PD-N-L.
056570     MOVE 0 TO WS-PD-N-D.
056580     MOVE 0 TO WS-PD-N-TOLAK.
056590     MOVE 0 TO WS-PAGE-COUNT.
056600     MOVE 99 TO WS-LINE-COUNT.
056610     MOVE WS-SEM-LOOKUP TO PDH-SEM.
056620     MOVE WS-RUN-DATE TO PDH-TANGGAL.
056630     WRITE PDDIKTI-RECORD FROM WS-PD-HEADER.
056640     MOVE 'N' TO WS-EOF-SW.
056650     MOVE LOW-VALUES TO MASTER-RECORD.
056660     START MASTER-FILE KEY NOT LESS THAN MR-NPM
056670         INVALID KEY MOVE 'Y' TO WS-EOF-SW
056680     END-START.
056690     PERFORM 6210-PDD-MASTER-STEP THRU 6210-EXIT
056700         UNTIL WS-EOF.
056710     OPEN INPUT ALUMNI-FILE.
056720     IF WS-ALM-STATUS = "00"
056730         MOVE 'N' TO WS-EOF-SW
056740         MOVE LOW-VALUES TO ALUMNI-RECORD
056750         START ALUMNI-FILE KEY NOT LESS THAN AM-NPM
056760             INVALID KEY MOVE 'Y' TO WS-EOF-SW
056770         END-START
056780         PERFORM 6230-PDD-ALUMNI-STEP THRU 6230-EXIT
056790             UNTIL WS-EOF
056800         CLOSE ALUMNI-FILE
056810     ELSE
056820         IF WS-ALM-STATUS NOT = "35"
056830             DISPLAY "PERINGATAN: ALUMAST TIDAK DAPAT DIBUKA - "
056840                 "FILE STATUS " WS-ALM-STATUS
056850                 " - ALUMNI TIDAK DILAPORKAN."
056860         END-IF
056870     END-IF.
056880     MOVE WS-SEM-LOOKUP TO PDT-SEM.
056890     MOVE WS-PD-N-DETAIL TO PDT-JUMLAH.
056900     MOVE WS-PD-N-A TO PDT-N-A.
056910     MOVE WS-PD-N-C TO PDT-N-C.
056920     MOVE WS-PD-N-L TO PDT-N-L.
056930     MOVE WS-PD-N-D TO PDT-N-D.
056940     MOVE WS-PD-N-TOLAK TO PDT-N-TOLAK.
056950     WRITE PDDIKTI-RECORD FROM WS-PD-TRAILER.
056960     IF WS-PAGE-COUNT = 0
056970         PERFORM 6270-PDD-NEW-PAGE THRU 6270-EXIT
056980     END-IF.
056990     MOVE SPACES TO PDD-VAL-RECORD.
057000     WRITE PDD-VAL-RECORD.
057010     MOVE WS-PD-N-DETAIL TO PVT-DIKIRIM.
057020     WRITE PDD-VAL-RECORD FROM WS-PDV-TOTAL-1.
057030     MOVE WS-PD-N-TOLAK TO PVT-TOLAK.
057040     WRITE PDD-VAL-RECORD FROM WS-PDV-TOTAL-2.
057050     CLOSE PDDIKTI-FILE.
057060     CLOSE PDD-VAL-FILE.
057070     DISPLAY WS-PD-N-DETAIL " RECORD DITULIS KE BERKAS PDDIKTI, "
057080         WS-PD-N-TOLAK " TIDAK DAPAT DILAPORKAN (LIHAT "
057090         "PDDIKVAL).".
057100 6200-EXIT.
057110     EXIT.
057120
057130*----------------------------------------------------------------*
057140* 6210 - satu mahasiswa MAHMAST: tentukan status semester dan    *
057150*        alasan penolakan bila tidak dapat dilaporkan            *
057160*----------------------------------------------------------------*
057170 6210-PDD-MASTER-STEP.
057180     READ MASTER-FILE NEXT RECORD
057190         AT END
057200             MOVE 'Y' TO WS-EOF-SW
057210             GO TO 6210-EXIT
057220     END-READ.
057230     MOVE MR-NPM TO WS-NPM.
057240     IF 2000 + WS-NPM-TAHUN > WS-PD-SEM-TAHUN
057250         GO TO 6210-EXIT
057260     END-IF.
057270     MOVE MR-NPM TO WS-LOOKUP-NPM.
057280     PERFORM 6240-PDD-HITUNG THRU 6240-EXIT.
057290     MOVE 0 TO WS-PD-TGL-LULUS.
057300     MOVE SPACES TO WS-PD-ALASAN.
057310     EVALUATE TRUE
057320         WHEN MR-STATUS-AKTIF
057330             MOVE "A" TO WS-PD-STATUS
057340             IF WS-PD-SKS-SEM = 0
057350                 MOVE "AKTIF TANPA NILAI SEMESTER INI"
057360                     TO WS-PD-ALASAN
057370             END-IF
057380         WHEN MR-STATUS-CUTI
057390             MOVE "C" TO WS-PD-STATUS
057400             IF WS-PD-SKS-SEM > 0
057410                 MOVE "CUTI TETAPI ADA NILAI SEMESTER"
057420                     TO WS-PD-ALASAN
057430             END-IF
057440         WHEN MR-STATUS-LULUS
057450             MOVE "L" TO WS-PD-STATUS
057460             MOVE "LULUS BELUM DIARSIP KE ALUMAST"
057470                 TO WS-PD-ALASAN
057480         WHEN MR-STATUS-DO
057490             IF WS-PD-SEM-AKHIR NOT = WS-SEM-LOOKUP
057500                     AND WS-PD-SEM-AKHIR NOT = WS-PD-SEM-LALU
057510                 GO TO 6210-EXIT
057520             END-IF
057530             MOVE "D" TO WS-PD-STATUS
057540         WHEN OTHER
057550             MOVE MR-STATUS TO WS-PD-STATUS
057560             MOVE "STATUS MASTER TIDAK DIKENAL"
057570                 TO WS-PD-ALASAN
057580     END-EVALUATE.
057590     MOVE MR-NPM TO PDD-NPM.
057600     MOVE MR-NAMA TO PDD-NAMA.
057610     PERFORM 6250-PDD-TULIS THRU 6250-EXIT.
057620 6210-EXIT.
057630     EXIT.
057640
057650*----------------------------------------------------------------*
057660* 6230 - satu alumni: dilaporkan LULUS bila tanggal lulusnya     *
057670*        jatuh pada semester yang diminta                        *
057680*----------------------------------------------------------------*
057690 6230-PDD-ALUMNI-STEP.
057700     READ ALUMNI-FILE NEXT RECORD
057710         AT END
057720             MOVE 'Y' TO WS-EOF-SW
057730             GO TO 6230-EXIT
057740     END-READ.
057750     MOVE AM-TGL-LULUS TO WS-TGL-KONV.
057760     PERFORM 1610-TGL-KE-SEMESTER THRU 1610-EXIT.
057770     IF WS-SEM-KONV NOT = WS-SEM-LOOKUP
057780         GO TO 6230-EXIT
057790     END-IF.
057800     MOVE AM-NPM TO WS-LOOKUP-NPM.
057810     PERFORM 6240-PDD-HITUNG THRU 6240-EXIT.
057820     MOVE "L" TO WS-PD-STATUS.
057830     MOVE AM-TGL-LULUS TO WS-PD-TGL-LULUS.
057840     MOVE SPACES TO WS-PD-ALASAN.
057850     MOVE AM-NPM TO PDD-NPM.
057860     MOVE AM-NAMA TO PDD-NAMA.
057870     PERFORM 6250-PDD-TULIS THRU 6250-EXIT.
057880 6230-EXIT.
057890     EXIT.
057900
057910*----------------------------------------------------------------*
057920* 6240 - hitung SKS dan IPS semester yang diminta serta SKS dan  *
057930*        IPK kumulatif s.d. semester itu untuk NPM di            *
057940*        WS-LOOKUP-NPM; WS-PD-SEM-AKHIR = semester bernilai      *
057950*        terakhir                                                *
057960*----------------------------------------------------------------*
057970 6240-PDD-HITUNG.
057980     MOVE 0 TO WS-PD-SKS-SEM.
057990     MOVE 0 TO WS-PD-MUTU-SEM.
058000     MOVE 0 TO WS-PD-SKS-KUM.
058010     MOVE 0 TO WS-PD-MUTU-KUM.
058020     MOVE 0 TO WS-PD-IPS.
058030     MOVE 0 TO WS-PD-IPK.
058040     MOVE SPACES TO WS-PD-SEM-AKHIR.
058050     MOVE 'N' TO WS-NIL-EOF-SW.
058060     MOVE WS-LOOKUP-NPM TO NM-NPM.
058070     MOVE LOW-VALUES TO NM-SEMESTER.
058080     MOVE LOW-VALUES TO NM-MATKUL.
058090     START NILAI-FILE KEY NOT LESS THAN NM-KEY
058100         INVALID KEY MOVE 'Y' TO WS-NIL-EOF-SW
058110     END-START.
058120     PERFORM 6245-PDD-HITUNG-STEP THRU 6245-EXIT
058130         UNTIL WS-NIL-EOF.
058140     IF WS-PD-SKS-SEM > 0
058150         COMPUTE WS-PD-IPS ROUNDED =
058160             WS-PD-MUTU-SEM / WS-PD-SKS-SEM
058170     END-IF.
058180     IF WS-PD-SKS-KUM > 0
058190         COMPUTE WS-PD-IPK ROUNDED =
058200             WS-PD-MUTU-KUM / WS-PD-SKS-KUM
058210     END-IF.
058220 6240-EXIT.
058230     EXIT.
058240
058250 6245-PDD-HITUNG-STEP.
058260     READ NILAI-FILE NEXT RECORD
058270         AT END
058280             MOVE 'Y' TO WS-NIL-EOF-SW
058290             GO TO 6245-EXIT
058300     END-READ.
058310     IF NM-NPM NOT = WS-LOOKUP-NPM
058320             OR NM-SEMESTER > WS-SEM-LOOKUP
058330         MOVE 'Y' TO WS-NIL-EOF-SW
058340         GO TO 6245-EXIT
058350     END-IF.
058360     MOVE NM-SEMESTER TO WS-PD-SEM-AKHIR.
058370     MOVE NM-NILAI TO WS-NILAI-CARI.
058380     PERFORM 6640-CARI-BOBOT THRU 6640-EXIT.
058390     ADD NM-SKS TO WS-PD-SKS-KUM.
058400     COMPUTE WS-PD-MUTU-KUM = WS-PD-MUTU-KUM
058410         + NM-SKS * WS-BOBOT-NILAI.
058420     IF NM-SEMESTER = WS-SEM-LOOKUP
058430         ADD NM-SKS TO WS-PD-SKS-SEM
058440         COMPUTE WS-PD-MUTU-SEM = WS-PD-MUTU-SEM
058450             + NM-SKS * WS-BOBOT-NILAI
058460     END-IF.
058470 6245-EXIT.
058480     EXIT.
058490
058500*----------------------------------------------------------------*
058510* 6250 - tulis record detail PDDIKTI, atau catat ke PDDIKVAL     *
058520*        bila ada alasan penolakan                               *
058530*----------------------------------------------------------------*
058540 6250-PDD-TULIS.
058550     IF WS-PD-ALASAN = SPACES
058560             AND WS-PD-SKS-SEM > WS-PD-MAKS-SKS
058570         MOVE "SKS SEMESTER MELEBIHI BATAS"
058580             TO WS-PD-ALASAN
058590     END-IF.
058600     IF WS-PD-ALASAN NOT = SPACES
058610         PERFORM 6260-PDD-TOLAK THRU 6260-EXIT
058620         GO TO 6250-EXIT
058630     END-IF.
058640     MOVE PDD-NPM TO WS-NPM.
058650     MOVE WS-SEM-LOOKUP TO PDD-SEM.
058660     MOVE WS-NPM-FAKULTAS TO PDD-FAKULTAS.
058670     MOVE WS-PD-STATUS TO PDD-STATUS.
058680     MOVE WS-PD-SKS-SEM TO PDD-SKS-SEM.
058690     MOVE WS-PD-IPS TO PDD-IPS.
058700     MOVE WS-PD-SKS-KUM TO PDD-SKS-KUM.
058710     MOVE WS-PD-IPK TO PDD-IPK.
058720     MOVE WS-PD-TGL-LULUS TO PDD-TGL-LULUS.
058730     WRITE PDDIKTI-RECORD FROM WS-PD-DETAIL.
058740     ADD 1 TO WS-PD-N-DETAIL.
058750     EVALUATE WS-PD-STATUS
058760         WHEN "A"
058770             ADD 1 TO WS-PD-N-A
058780         WHEN "C"
058790             ADD 1 TO WS-PD-N-C
058800         WHEN "L"
058810             ADD 1 TO WS-PD-N-L
058820         WHEN "D"
058830             ADD 1 TO WS-PD-N-D
058840     END-EVALUATE.
058850 6250-EXIT.
058860     EXIT.
058870
058880 6260-PDD-TOLAK.
058890     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
058900         PERFORM 6270-PDD-NEW-PAGE THRU 6270-EXIT
058910     END-IF.
058920     MOVE PDD-NPM TO PV-NPM.
058930     MOVE PDD-NAMA TO PV-NAMA.
058940     MOVE WS-PD-STATUS TO PV-STATUS.
058950     MOVE WS-PD-SKS-SEM TO PV-SKS.
058960     MOVE WS-PD-ALASAN TO PV-ALASAN.
058970     WRITE PDD-VAL-RECORD FROM WS-PDV-DETAIL.
058980     ADD 1 TO WS-LINE-COUNT.
058990     ADD 1 TO WS-PD-N-TOLAK.
059000 6260-EXIT.
059010     EXIT.
059020
059030 6270-PDD-NEW-PAGE.
059040     ADD 1 TO WS-PAGE-COUNT.
059050     MOVE WS-RUN-DATE TO H2-TANGGAL.
059060     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
059070     MOVE WS-SEM-LOOKUP TO PVH-SEM.
059080     IF WS-PAGE-COUNT > 1
059090         MOVE SPACES TO PDD-VAL-RECORD
059100         WRITE PDD-VAL-RECORD
059110     END-IF.
059120     WRITE PDD-VAL-RECORD FROM WS-PDV-HEADER-1.
059130     WRITE PDD-VAL-RECORD FROM WS-REPORT-HEADER-2.
059140     WRITE PDD-VAL-RECORD FROM WS-PDV-HEADER-SEM.
059150     WRITE PDD-VAL-RECORD FROM WS-REPORT-HEADER-3.
059160     WRITE PDD-VAL-RECORD FROM WS-PDV-HEADER-4.
059170     WRITE PDD-VAL-RECORD FROM WS-REPORT-HEADER-3.
059180     MOVE 0 TO WS-LINE-COUNT.
059190 6270-EXIT.
059200     EXIT.
059210
059220*----------------------------------------------------------------*
059230* 6300 - LAPORAN PERUBAHAN NILAI PERIODIK DARI RIWAYAT NILHIST,  *
059240*        URUT MATKUL, SEMESTER, TANGGAL, KE BERKAS KOREKRPT      *
059250*        (RENTANG TANGGAL DI WS-KO-TGL-AWAL/WS-KO-TGL-AKHIR)     *
059260*----------------------------------------------------------------*
059270 6300-KOREKSI-LAPORAN.
059280     IF NOT WS-BATCH-MODE
059290         DISPLAY "TANGGAL AWAL YYYYMMDD (0 = SEMUA) : "
059300             WITH NO ADVANCING
059310         ACCEPT WS-KO-TGL-AWAL
059320         DISPLAY "TANGGAL AKHIR YYYYMMDD (0 = TANPA BATAS) : "
059330             WITH NO ADVANCING
059340         ACCEPT WS-KO-TGL-AKHIR
059350     END-IF.
059360     IF WS-KO-TGL-AKHIR = 0
059370         MOVE 99999999 TO WS-KO-TGL-AKHIR
059380     END-IF.
059390     OPEN INPUT NIL-HIST-FILE.
059400     IF WS-NHS-STATUS NOT = "00"
059410         DISPLAY "BELUM ADA RIWAYAT KOREKSI NILAI (NILHIST "
059420             "TIDAK DITEMUKAN)."
059430         GO TO 6300-EXIT
059440     END-IF.
059450     CLOSE NIL-HIST-FILE.
059460     MOVE 0 TO WS-KO-GRUP-N.
059470     MOVE 0 TO WS-RUNNING-COUNT.
059480     SORT SORT-FILE
059490             ON ASCENDING KEY SK-MATKUL
059500             ON ASCENDING KEY SK-SEMESTER
059510             ON ASCENDING KEY SK-TANGGAL
059520             ON ASCENDING KEY SK-NPM
059530         INPUT PROCEDURE IS 6310-KOREKRPT-RELEASE
059540             THRU 6310-EXIT
059550         OUTPUT PROCEDURE IS 6350-KOREKRPT-PRINT
059560             THRU 6350-EXIT.
059570     DISPLAY WS-RUNNING-COUNT " PERUBAHAN NILAI - LAPORAN DI "
059580         "BERKAS KOREKRPT.".
059590 6300-EXIT.
059600     EXIT.
059610
059620 6310-KOREKRPT-RELEASE.
059630     OPEN INPUT NIL-HIST-FILE.
059640     MOVE 'N' TO WS-EOF-SW.
059650     PERFORM 6320-KOREKRPT-RELEASE-STEP THRU 6320-EXIT
059660         UNTIL WS-EOF.
059670     CLOSE NIL-HIST-FILE.
059680 6310-EXIT.
059690     EXIT.
059700
059710 6320-KOREKRPT-RELEASE-STEP.
059720     READ NIL-HIST-FILE
059730         AT END
059740             MOVE 'Y' TO WS-EOF-SW
059750             GO TO 6320-EXIT
059760     END-READ.
059770     IF NH-TANGGAL < WS-KO-TGL-AWAL
059780             OR NH-TANGGAL > WS-KO-TGL-AKHIR
059790         GO TO 6320-EXIT
059800     END-IF.
059810     MOVE NH-MATKUL TO SK-MATKUL.
059820     MOVE NH-SEMESTER TO SK-SEMESTER.
059830     MOVE NH-TANGGAL TO SK-TANGGAL.
059840     MOVE NH-NPM TO SK-NPM.
059850     MOVE NH-NILAI-LAMA TO SK-NILAI-LAMA.
059860     MOVE NH-NILAI-BARU TO SK-NILAI-BARU.
059870     MOVE NH-ALASAN TO SK-ALASAN.
059880     MOVE NH-OTORISASI TO SK-OTORISASI.
059890     RELEASE SORT-KOREK-RECORD.
059900 6320-EXIT.
059910     EXIT.
059920
059930*----------------------------------------------------------------*
059940* 6350 - prosedur keluaran SORT: cetak per matkul dan semester   *
059950*        dengan subtotal, total akhir per kode alasan            *
059960*----------------------------------------------------------------*
059970 6350-KOREKRPT-PRINT.
059980     OPEN OUTPUT KOREK-PER-FILE.
059990     IF WS-KPR-STATUS NOT = "00"
060000         DISPLAY "BERKAS LAPORAN (KOREKRPT) TIDAK DAPAT DIBUKA."
060010         MOVE 'Y' TO WS-OP-FAIL-SW
060020         GO TO 6350-EXIT
060030     END-IF.
060040     MOVE 0 TO WS-PAGE-COUNT.
060050     MOVE 99 TO WS-LINE-COUNT.
060060     MOVE SPACES TO WS-KO-GRUP-LAMA.
060070     MOVE 0 TO WS-KO-N-01.
060080     MOVE 0 TO WS-KO-N-02.
060090     MOVE 0 TO WS-KO-N-03.
060100     MOVE 0 TO WS-KO-N-04.
060110     MOVE 'N' TO WS-EOF-SW.
060120     PERFORM 6360-KOREKRPT-LINE THRU 6360-EXIT
060130         UNTIL WS-EOF.
060140     IF WS-PAGE-COUNT = 0
060150         PERFORM 6370-KOREKRPT-NEW-PAGE THRU 6370-EXIT
060160     END-IF.
060170     IF WS-KO-GRUP-LAMA NOT = SPACES
060180         PERFORM 6368-KOREKRPT-SUBTOTAL THRU 6368-EXIT
060190     END-IF.
060200     MOVE SPACES TO KOREK-PER-RECORD.
060210     WRITE KOREK-PER-RECORD.
060220     MOVE WS-RUNNING-COUNT TO KPT-JUMLAH.
060230     MOVE WS-KO-N-01 TO KPT-N-01.
060240     MOVE WS-KO-N-02 TO KPT-N-02.
060250     MOVE WS-KO-N-03 TO KPT-N-03.
060260     MOVE WS-KO-N-04 TO KPT-N-04.
060270     WRITE KOREK-PER-RECORD FROM WS-KPR-TOTAL.
060280     CLOSE KOREK-PER-FILE.
060290 6350-EXIT.
060300     EXIT.
060310
060320 6360-KOREKRPT-LINE.
060330     RETURN SORT-FILE
060340         AT END
060350             MOVE 'Y' TO WS-EOF-SW
060360             GO TO 6360-EXIT
060370     END-RETURN.
060380     MOVE SK-MATKUL TO WS-KO-GRUP-MATKUL.
060390     MOVE SK-SEMESTER TO WS-KO-GRUP-SEM.
060400     IF WS-KO-GRUP NOT = WS-KO-GRUP-LAMA
060410         IF WS-KO-GRUP-LAMA NOT = SPACES
060420             PERFORM 6368-KOREKRPT-SUBTOTAL THRU 6368-EXIT
060430         END-IF
060440         MOVE WS-KO-GRUP TO WS-KO-GRUP-LAMA
060450         MOVE 0 TO WS-KO-GRUP-N
060460         PERFORM 6365-KOREKRPT-GRUP THRU 6365-EXIT
060470     END-IF.
060480     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
060490         PERFORM 6370-KOREKRPT-NEW-PAGE THRU 6370-EXIT
060500     END-IF.
060510     MOVE SK-TANGGAL TO KP-TANGGAL.
060520     MOVE SK-NPM TO KP-NPM.
060530     MOVE SK-NILAI-LAMA TO KP-NILAI-LAMA.
060540     MOVE SK-NILAI-BARU TO KP-NILAI-BARU.
060550     MOVE SK-ALASAN TO KP-ALASAN.
060560     MOVE SK-ALASAN TO WS-KO-ALASAN.
060570     EVALUATE TRUE
060580         WHEN WS-KO-SALAH-INPUT
060590             MOVE "SALAH INPUT" TO KP-ALASAN-TEKS
060600             ADD 1 TO WS-KO-N-01
060610         WHEN WS-KO-UJIAN-PERBAIKAN
060620             MOVE "UJIAN PERBAIKAN" TO KP-ALASAN-TEKS
060630             ADD 1 TO WS-KO-N-02
060640         WHEN WS-KO-BANDING
060650             MOVE "BANDING" TO KP-ALASAN-TEKS
060660             ADD 1 TO WS-KO-N-03
060670         WHEN WS-KO-NILAI-TERTUNDA
060680             MOVE "NILAI TERTUNDA" TO KP-ALASAN-TEKS
060690             ADD 1 TO WS-KO-N-04
060700         WHEN OTHER
060710             MOVE SPACES TO KP-ALASAN-TEKS
060720     END-EVALUATE.
060730     MOVE SK-OTORISASI TO KP-OTORISASI.
060740     WRITE KOREK-PER-RECORD FROM WS-KPR-DETAIL.
060750     ADD 1 TO WS-LINE-COUNT.
060760     ADD 1 TO WS-KO-GRUP-N.
060770     ADD 1 TO WS-RUNNING-COUNT.
060780 6360-EXIT.
060790     EXIT.
060800
060810*----------------------------------------------------------------*
060820* 6365 - judul kelompok matkul dan semester                      *
060830*----------------------------------------------------------------*
060840 6365-KOREKRPT-GRUP.
060850     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
060860         PERFORM 6370-KOREKRPT-NEW-PAGE THRU 6370-EXIT
060870     END-IF.
060880     MOVE SK-MATKUL TO KPG-MATKUL.
060890     MOVE SK-SEMESTER TO KPG-SEMESTER.
060900     MOVE SPACES TO KOREK-PER-RECORD.
060910     WRITE KOREK-PER-RECORD.
060920     WRITE KOREK-PER-RECORD FROM WS-KPR-GRUP.
060930     ADD 2 TO WS-LINE-COUNT.
060940 6365-EXIT.
060950     EXIT.
060960
060970 6368-KOREKRPT-SUBTOTAL.
060980     MOVE WS-KO-GRUP-N TO KPS-JUMLAH.
060990     WRITE KOREK-PER-RECORD FROM WS-KPR-SUBTOTAL.
061000     ADD 1 TO WS-LINE-COUNT.
061010 6368-EXIT.
061020     EXIT.
061030
061040 6370-KOREKRPT-NEW-PAGE.
061050     ADD 1 TO WS-PAGE-COUNT.
061060     MOVE WS-RUN-DATE TO H2-TANGGAL.
061070     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
061080     IF WS-PAGE-COUNT > 1
061090         MOVE SPACES TO KOREK-PER-RECORD
061100         WRITE KOREK-PER-RECORD
061110     END-IF.
061120     MOVE WS-KO-TGL-AWAL TO KPH-AWAL.
061130     MOVE WS-KO-TGL-AKHIR TO KPH-AKHIR.
061140     WRITE KOREK-PER-RECORD FROM WS-KPR-HEADER-1.
061150     WRITE KOREK-PER-RECORD FROM WS-REPORT-HEADER-2.
061160     WRITE KOREK-PER-RECORD FROM WS-KPR-HEADER-TGL.
061170     WRITE KOREK-PER-RECORD FROM WS-REPORT-HEADER-3.
061180     WRITE KOREK-PER-RECORD FROM WS-KPR-HEADER-4.
061190     WRITE KOREK-PER-RECORD FROM WS-REPORT-HEADER-3.
061200     MOVE 0 TO WS-LINE-COUNT.
061210 6370-EXIT.
061220     EXIT.
061230
061240*----------------------------------------------------------------*
061250* 6500 - SUBMENU NILAI / TRANSKRIP                               *
061260*----------------------------------------------------------------*
061270 6500-NILAI-MENU.
061280     DISPLAY "1. MUAT NILAI DARI BERKAS EKSTRAK (NILEXTRK)".
061290     DISPLAY "2. CETAK TRANSKRIP MAHASISWA".
061300     DISPLAY "3. CETAK KHS SATU SEMESTER".
061310     DISPLAY "4. KOREKSI NILAI (PERBAIKAN NILAI)".
061320     DISPLAY "5. KOREKSI NILAI BATCH (KOREKSIF)".
061330     DISPLAY "6. LAPORAN PERUBAHAN NILAI (KOREKRPT)".
061340     DISPLAY "7. BATAL".
061350     DISPLAY "PILIHAN : " WITH NO ADVANCING.
061360     ACCEPT WS-NILAI-CHOICE.
061370     EVALUATE WS-NILAI-CHOICE
061380         WHEN 1
061390             PERFORM 6510-NILAI-BATCH-LOAD THRU 6510-EXIT
061400         WHEN 2
061410             PERFORM 6600-TRANSKRIP THRU 6600-EXIT
061420         WHEN 3
061430             PERFORM 6670-KHS THRU 6670-EXIT
061440         WHEN 4
061450             PERFORM 6540-NILAI-KOREKSI THRU 6540-EXIT
061460         WHEN 5
061470             PERFORM 6560-KOREKSI-BATCH THRU 6560-EXIT
061480         WHEN 6
061490             PERFORM 6300-KOREKSI-LAPORAN THRU 6300-EXIT
061500         WHEN OTHER
061510             CONTINUE
061520     END-EVALUATE.
061530 6500-EXIT.
061540     EXIT.
061550
061560*----------------------------------------------------------------*
061570* 6510 - MUAT BATCH NILAI DARI BERKAS EKSTRAK NILAI              *
061580*----------------------------------------------------------------*
061590 6510-NILAI-BATCH-LOAD.
061600     OPEN INPUT GRADE-EXTRACT-FILE.
061610     IF WS-GEX-STATUS NOT = "00"
061620         DISPLAY "BERKAS EKSTRAK NILAI (NILEXTRK) TIDAK "
061630             "DITEMUKAN."
061640         MOVE 'Y' TO WS-OP-FAIL-SW
061650         GO TO 6510-EXIT
061660     END-IF.
061670     MOVE 0 TO WS-KO-TOLAK-N.
061680     MOVE 'N' TO WS-NTL-OPEN-SW.
061690     OPEN OUTPUT NIL-TOLAK-FILE.
061700     IF WS-NTL-STATUS = "00"
061710         MOVE 'Y' TO WS-NTL-OPEN-SW
061720         MOVE SPACES TO NIL-TOLAK-RECORD
061730         STRING "* NILAI DITOLAK MUAT NILEXTRK " WS-RUN-DATE
061740             " - FORMAT KOREKSIF" DELIMITED BY SIZE
061750             INTO NIL-TOLAK-RECORD
061760         WRITE NIL-TOLAK-RECORD
061770     ELSE
061780         DISPLAY "PERINGATAN: BERKAS NILTOLAK TIDAK DAPAT "
061790             "DIBUKA - PENOLAKAN HANYA DITAMPILKAN."
061800     END-IF.
061810     MOVE 'N' TO WS-EOF-SW.
061820     MOVE 0 TO WS-RUNNING-COUNT.
061830     PERFORM 6520-NILAI-BATCH-STEP THRU 6520-EXIT
061840         UNTIL WS-EOF.
061850     CLOSE GRADE-EXTRACT-FILE.
061860     IF WS-NTL-OPEN
061870         CLOSE NIL-TOLAK-FILE
061880     END-IF.
061890     DISPLAY WS-RUNNING-COUNT " BARIS NILAI DIMUAT DARI BERKAS "
061900         "EKSTRAK.".
061910     IF WS-KO-TOLAK-N > 0
061920         DISPLAY WS-KO-TOLAK-N " BARIS DITOLAK KARENA NILAI "
061930             "BERBEDA - LIHAT BERKAS NILTOLAK."
061940     END-IF.
061950 6510-EXIT.
061960     EXIT.
061970
061980 6520-NILAI-BATCH-STEP.
061990     READ GRADE-EXTRACT-FILE
062000         AT END
062010             MOVE 'Y' TO WS-EOF-SW
062020         NOT AT END
062030             MOVE ZEROES TO WS-NPM-INPUT
062040             MOVE SPACES TO WS-SEMESTER-IN
062050             MOVE SPACES TO WS-MATKUL-IN
062060             MOVE SPACES TO WS-SKS-IN
062070             MOVE SPACES TO WS-NILAI-IN
062080             UNSTRING GRADE-EXTRACT-RECORD DELIMITED BY ","
062090                 INTO WS-NPM-INPUT WS-SEMESTER-IN WS-MATKUL-IN
062100                     WS-SKS-IN WS-NILAI-IN
062110             IF WS-NPM-INPUT NOT NUMERIC
062120                     OR WS-SEMESTER-IN NOT NUMERIC
062130                     OR WS-MATKUL-IN = SPACES
062140                     OR WS-SKS-IN NOT NUMERIC
062150                 DISPLAY "BARIS NILAI DITOLAK (FORMAT): "
062160                     GRADE-EXTRACT-RECORD
062170             ELSE
062180                 MOVE WS-NPM TO MR-NPM
062190                 READ MASTER-FILE
062200                     INVALID KEY
062210                         DISPLAY "BARIS NILAI DITOLAK (NPM "
062220                             "TIDAK TERDAFTAR): "
062230                             GRADE-EXTRACT-RECORD
062240                     NOT INVALID KEY
062250                         PERFORM 6525-NILAI-CEK-KATALOG
062260                             THRU 6525-EXIT
062270                 END-READ
062280             END-IF
062290     END-READ.
062300 6520-EXIT.
062310     EXIT.
062320
062330*----------------------------------------------------------------*
062340* 6525 - cek satu baris nilai terhadap katalog matkul: kode      *
062350*        harus terdaftar dan SKS sesuai katalog; bila katalog    *
062360*        tidak dimuat, baris langsung disimpan                   *
062370*----------------------------------------------------------------*
062380 6525-NILAI-CEK-KATALOG.
062390     IF WS-MK-COUNT = 0
062400         PERFORM 6530-NILAI-STORE THRU 6530-EXIT
062410         GO TO 6525-EXIT
062420     END-IF.
062430     MOVE WS-MATKUL-IN TO WS-MK-CARI.
062440     PERFORM 6690-CARI-MATKUL THRU 6690-EXIT.
062450     IF NOT WS-MK-FOUND
062460         DISPLAY "BARIS NILAI DITOLAK (MATKUL TAK ADA DI "
062470             "KATALOG): " GRADE-EXTRACT-RECORD
062480         GO TO 6525-EXIT
062490     END-IF.
062500     MOVE WS-SKS-IN TO WS-SKS-N.
062510     IF WS-SKS-N NOT = WS-MK-SKS-TAB(WS-MK-IDX)
062520         DISPLAY "BARIS NILAI DITOLAK (SKS TIDAK SESUAI "
062530             "KATALOG): " GRADE-EXTRACT-RECORD
062540         GO TO 6525-EXIT
062550     END-IF.
062560     PERFORM 6530-NILAI-STORE THRU 6530-EXIT.
062570 6525-EXIT.
062580     EXIT.
062590
062600*----------------------------------------------------------------*
062610* 6530 - simpan satu baris nilai (tulis baru; muat-ulang satu    *
062620*        semester yang sama hanya diterima bila hurufnya sama,   *
062630*        nilai berbeda ditolak ke berkas NILTOLAK untuk jalur    *
062640*        koreksi nilai; nilai ulangan semester lain tetap        *
062650*        tersimpan)                                              *
062660*----------------------------------------------------------------*
062670 6530-NILAI-STORE.
062680     MOVE WS-NPM TO NM-NPM.
062690     MOVE WS-SEMESTER-IN TO NM-SEMESTER.
062700     MOVE WS-MATKUL-IN TO NM-MATKUL.
062710     MOVE WS-SKS-IN TO NM-SKS.
062720     MOVE WS-NILAI-IN TO NM-NILAI.
062730     WRITE NILAI-RECORD
062740         INVALID KEY
062750             PERFORM 6535-NILAI-SUDAH-ADA THRU 6535-EXIT
062760         NOT INVALID KEY
062770             ADD 1 TO WS-RUNNING-COUNT
062780     END-WRITE.
062790 6530-EXIT.
062800     EXIT.
062810
062820*----------------------------------------------------------------*
062830* 6535 - nilai NPM+semester+matkul sudah ada: huruf sama berarti *
062840*        muat-ulang (SKS diperbarui), huruf berbeda ditolak dan  *
062850*        ditulis ke NILTOLAK dalam format KOREKSIF               *
062860*----------------------------------------------------------------*
062870 6535-NILAI-SUDAH-ADA.
062880     READ NILAI-FILE
062890         INVALID KEY
062900             DISPLAY "GAGAL SIMPAN NILAI NPM " NM-NPM
062910             GO TO 6535-EXIT
062920     END-READ.
062930     IF NM-NILAI = WS-NILAI-IN
062940         MOVE WS-SKS-IN TO NM-SKS
062950         REWRITE NILAI-RECORD
062960             INVALID KEY
062970                 DISPLAY "GAGAL SIMPAN NILAI NPM " NM-NPM
062980             NOT INVALID KEY
062990                 ADD 1 TO WS-RUNNING-COUNT
063000         END-REWRITE
063010         GO TO 6535-EXIT
063020     END-IF.
063030     DISPLAY "BARIS NILAI DITOLAK (NILAI TERSIMPAN " NM-NILAI
063040         " BERBEDA - GUNAKAN KOREKSI NILAI): "
063050         GRADE-EXTRACT-RECORD.
063060     ADD 1 TO WS-KO-TOLAK-N.
063070     IF NOT WS-NTL-OPEN
063080         GO TO 6535-EXIT
063090     END-IF.
063100     MOVE SPACES TO NIL-TOLAK-RECORD.
063110     STRING "* TERSIMPAN " NM-NILAI " EKSTRAK " WS-NILAI-IN
063120         " - ISI ALASAN DAN OTORISASI DOSEN"
063130         DELIMITED BY SIZE INTO NIL-TOLAK-RECORD.
063140     WRITE NIL-TOLAK-RECORD.
063150     MOVE SPACES TO NIL-TOLAK-RECORD.
063160     STRING NM-NPM "," NM-SEMESTER ","
063170         NM-MATKUL DELIMITED BY SPACE
063180         "," DELIMITED BY SIZE
063190         WS-NILAI-IN DELIMITED BY SPACE
063200         ",," DELIMITED BY SIZE
063210         INTO NIL-TOLAK-RECORD.
063220     WRITE NIL-TOLAK-RECORD.
063230 6535-EXIT.
063240     EXIT.
063250
063260*----------------------------------------------------------------*
063270* 6540 - KOREKSI NILAI INTERAKTIF SATU NPM/SEMESTER/MATKUL       *
063280*----------------------------------------------------------------*
063290 6540-NILAI-KOREKSI.
063300     DISPLAY "NPM           : " WITH NO ADVANCING.
063310     ACCEPT WS-NPM.
063320     DISPLAY "SEMESTER      : " WITH NO ADVANCING.
063330     ACCEPT WS-SEMESTER-IN.
063340     DISPLAY "KODE MATKUL   : " WITH NO ADVANCING.
063350     ACCEPT WS-MATKUL-IN.
063360     MOVE WS-NPM TO NM-NPM.
063370     MOVE WS-SEMESTER-IN TO NM-SEMESTER.
063380     MOVE WS-MATKUL-IN TO NM-MATKUL.
063390     READ NILAI-FILE
063400         INVALID KEY
063410             DISPLAY "NILAI TIDAK DITEMUKAN."
063420             GO TO 6540-EXIT
063430     END-READ.
063440     DISPLAY "NILAI SEKARANG: " NM-NILAI "   SKS : " NM-SKS.
063450     DISPLAY "NILAI BARU    : " WITH NO ADVANCING.
063460     ACCEPT WS-NILAI-IN.
063470     DISPLAY "ALASAN (01 SALAH INPUT, 02 UJIAN PERBAIKAN, "
063480         "03 BANDING, 04 NILAI TERTUNDA) : " WITH NO ADVANCING.
063490     ACCEPT WS-KO-ALASAN-IN.
063500     DISPLAY "REFERENSI OTORISASI DOSEN : " WITH NO ADVANCING.
063510     ACCEPT WS-KO-OTORISASI.
063520     PERFORM 6550-KOREKSI-TERAP THRU 6550-EXIT.
063530     IF WS-KO-KET NOT = SPACES
063540         DISPLAY "KOREKSI DITOLAK: " WS-KO-KET
063550     ELSE
063560         DISPLAY "NILAI " WS-KO-NILAI-LAMA " DIUBAH MENJADI "
063570             WS-NILAI-IN " - TERCATAT DI NILHIST DAN AUDITLOG."
063580     END-IF.
063590 6540-EXIT.
063600     EXIT.
063610
063620*----------------------------------------------------------------*
063630* 6550 - validasi dan terapkan satu koreksi nilai (masukan       *
063640*        WS-NPM, WS-SEMESTER-IN, WS-MATKUL-IN, WS-NILAI-IN,      *
063650*        WS-KO-ALASAN-IN, WS-KO-OTORISASI; WS-KO-KET berisi      *
063660*        alasan penolakan, kosong bila diterapkan)               *
063670*----------------------------------------------------------------*
063680 6550-KOREKSI-TERAP.
063690     MOVE SPACES TO WS-KO-KET.
063700     MOVE SPACES TO WS-KO-NILAI-LAMA.
063710     IF WS-KO-ALASAN-IN NOT NUMERIC
063720         MOVE "KODE ALASAN TIDAK VALID" TO WS-KO-KET
063730         GO TO 6550-EXIT
063740     END-IF.
063750     MOVE WS-KO-ALASAN-IN TO WS-KO-ALASAN.
063760     IF NOT WS-KO-ALASAN-VALID
063770         MOVE "KODE ALASAN TIDAK VALID" TO WS-KO-KET
063780         GO TO 6550-EXIT
063790     END-IF.
063800     IF WS-KO-OTORISASI = SPACES
063810         MOVE "REFERENSI OTORISASI DOSEN KOSONG" TO WS-KO-KET
063820         GO TO 6550-EXIT
063830     END-IF.
063840     IF WS-NILAI-IN = SPACES
063850         MOVE "NILAI BARU KOSONG" TO WS-KO-KET
063860         GO TO 6550-EXIT
063870     END-IF.
063880     IF WS-BBT-COUNT > 0
063890         MOVE WS-NILAI-IN TO WS-NILAI-CARI
063900         PERFORM 6640-CARI-BOBOT THRU 6640-EXIT
063910         IF NOT WS-BOBOT-FOUND
063920             MOVE "NILAI BARU TIDAK ADA DI BOBOTREF"
063930                 TO WS-KO-KET
063940             GO TO 6550-EXIT
063950         END-IF
063960     END-IF.
063970     MOVE WS-NPM TO NM-NPM.
063980     MOVE WS-SEMESTER-IN TO NM-SEMESTER.
063990     MOVE WS-MATKUL-IN TO NM-MATKUL.
064000     READ NILAI-FILE
064010         INVALID KEY
064020             MOVE "NILAI BELUM ADA DI NILMAST" TO WS-KO-KET
064030             GO TO 6550-EXIT
064040     END-READ.
064050     IF NM-NILAI = WS-NILAI-IN
064060         MOVE "NILAI BARU SAMA DENGAN NILAI LAMA" TO WS-KO-KET
064070         GO TO 6550-EXIT
064080     END-IF.
064090     MOVE NM-NILAI TO WS-KO-NILAI-LAMA.
064100     MOVE WS-NILAI-IN TO NM-NILAI.
064110     REWRITE NILAI-RECORD
064120         INVALID KEY
064130             MOVE "GAGAL SIMPAN NILAI" TO WS-KO-KET
064140             GO TO 6550-EXIT
064150     END-REWRITE.
064160     PERFORM 6555-KOREKSI-CATAT THRU 6555-EXIT.
064170 6550-EXIT.
064180     EXIT.
064190
064200*----------------------------------------------------------------*
064210* 6555 - catat satu koreksi ke riwayat NILHIST dan AUDITLOG      *
064220*----------------------------------------------------------------*
064230 6555-KOREKSI-CATAT.
064240     OPEN EXTEND NIL-HIST-FILE.
064250     IF WS-NHS-STATUS = "35"
064260         OPEN OUTPUT NIL-HIST-FILE
064270     END-IF.
064280     IF WS-NHS-STATUS NOT = "00"
064290         DISPLAY "PERINGATAN: BERKAS NILHIST TIDAK DAPAT "
064300             "DIBUKA - RIWAYAT KOREKSI TIDAK TERCATAT."
064310     ELSE
064320         MOVE SPACES TO NIL-HIST-RECORD
064330         MOVE WS-RUN-DATE TO NH-TANGGAL
064340         MOVE NM-NPM TO NH-NPM
064350         MOVE NM-SEMESTER TO NH-SEMESTER
064360         MOVE NM-MATKUL TO NH-MATKUL
064370         MOVE WS-KO-NILAI-LAMA TO NH-NILAI-LAMA
064380         MOVE NM-NILAI TO NH-NILAI-BARU
064390         MOVE WS-KO-ALASAN TO NH-ALASAN
064400         MOVE WS-KO-OTORISASI TO NH-OTORISASI
064410         WRITE NIL-HIST-RECORD
064420         CLOSE NIL-HIST-FILE
064430     END-IF.
064440     MOVE "KOREKSI" TO AL-JENIS.
064450     MOVE NM-NPM TO AL-NPM.
064460     MOVE SPACES TO AL-NAMA-LAMA.
064470     STRING "SEM " NM-SEMESTER " MK " NM-MATKUL
064480         " NILAI " WS-KO-NILAI-LAMA
064490         DELIMITED BY SIZE INTO AL-NAMA-LAMA.
064500     MOVE SPACES TO AL-NAMA-BARU.
064510     STRING "NILAI " NM-NILAI " ALS " WS-KO-ALASAN
064520         " OTR " WS-KO-OTORISASI
064530         DELIMITED BY SIZE INTO AL-NAMA-BARU.
064540     PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT.
064550 6555-EXIT.
064560     EXIT.
064570
064580*----------------------------------------------------------------*
064590* 6560 - KOREKSI NILAI BATCH DARI BERKAS KOREKSIF                *
064600*        (NPM,SEMESTER,MATKUL,NILAI BARU,ALASAN,OTORISASI),      *
064610*        LAPORAN TERIMA/TOLAK KE BERKAS KOREKSPT                 *
064620*----------------------------------------------------------------*
064630 6560-KOREKSI-BATCH.
064640     OPEN INPUT KOREK-TRX-FILE.
064650     IF WS-KTX-STATUS NOT = "00"
064660         DISPLAY "BERKAS KOREKSI (KOREKSIF) TIDAK DITEMUKAN."
064670         MOVE 'Y' TO WS-OP-FAIL-SW
064680         GO TO 6560-EXIT
064690     END-IF.
064700     OPEN OUTPUT KOREK-RPT-FILE.
064710     IF WS-KTR-STATUS NOT = "00"
064720         DISPLAY "BERKAS LAPORAN (KOREKSPT) TIDAK DAPAT DIBUKA."
064730         MOVE 'Y' TO WS-OP-FAIL-SW
064740         CLOSE KOREK-TRX-FILE
064750         GO TO 6560-EXIT
064760     END-IF.
064770     MOVE 0 TO WS-ACC-COUNT.
064780     MOVE 0 TO WS-REJ-COUNT.
064790     MOVE 0 TO WS-PAGE-COUNT.
064800     MOVE 99 TO WS-LINE-COUNT.
064810     MOVE 'N' TO WS-EOF-SW.
064820     PERFORM 6565-KOREKSI-BATCH-STEP THRU 6565-EXIT
064830         UNTIL WS-EOF.
064840     IF WS-PAGE-COUNT = 0
064850         PERFORM 6575-KOREKSI-NEW-PAGE THRU 6575-EXIT
064860     END-IF.
064870     MOVE WS-ACC-COUNT TO MTR-ACC.
064880     WRITE KOREK-RPT-RECORD FROM WS-MTR-TOTAL-1.
064890     MOVE WS-REJ-COUNT TO MTR-REJ.
064900     WRITE KOREK-RPT-RECORD FROM WS-MTR-TOTAL-2.
064910     CLOSE KOREK-TRX-FILE.
064920     CLOSE KOREK-RPT-FILE.
064930     DISPLAY WS-ACC-COUNT " KOREKSI DITERIMA, " WS-REJ-COUNT
064940         " DITOLAK - LAPORAN DI BERKAS KOREKSPT.".
064950 6560-EXIT.
064960     EXIT.
064970
064980 6565-KOREKSI-BATCH-STEP.
064990     READ KOREK-TRX-FILE
065000         AT END
065010             MOVE 'Y' TO WS-EOF-SW
065020             GO TO 6565-EXIT
065030     END-READ.
065040     IF KOREK-TRX-RECORD = SPACES
065050             OR KOREK-TRX-RECORD(1:1) = "*"
065060         GO TO 6565-EXIT
065070     END-IF.
065080     MOVE ZEROES TO WS-NPM-INPUT.
065090     MOVE SPACES TO WS-SEMESTER-IN.
065100     MOVE SPACES TO WS-MATKUL-IN.
065110     MOVE SPACES TO WS-NILAI-IN.
065120     MOVE SPACES TO WS-KO-ALASAN-IN.
065130     MOVE SPACES TO WS-KO-OTORISASI.
065140     MOVE SPACES TO WS-KO-NILAI-LAMA.
065150     UNSTRING KOREK-TRX-RECORD DELIMITED BY ","
065160         INTO WS-NPM-INPUT WS-SEMESTER-IN WS-MATKUL-IN
065170             WS-NILAI-IN WS-KO-ALASAN-IN WS-KO-OTORISASI.
065180     IF WS-NPM-INPUT NOT NUMERIC
065190             OR WS-SEMESTER-IN NOT NUMERIC
065200             OR WS-MATKUL-IN = SPACES
065210         MOVE "FORMAT BARIS TIDAK VALID" TO WS-KO-KET
065220     ELSE
065230         PERFORM 6550-KOREKSI-TERAP THRU 6550-EXIT
065240     END-IF.
065250     PERFORM 6570-KOREKSI-TULIS THRU 6570-EXIT.
065260 6565-EXIT.
065270     EXIT.
065280
065290*----------------------------------------------------------------*
065300* 6570 - tulis satu baris TERIMA/TOLAK ke laporan KOREKSPT       *
065310*----------------------------------------------------------------*
065320 6570-KOREKSI-TULIS.
065330     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
065340         PERFORM 6575-KOREKSI-NEW-PAGE THRU 6575-EXIT
065350     END-IF.
065360     MOVE WS-NPM-INPUT TO KT-NPM.
065370     MOVE WS-SEMESTER-IN TO KT-SEMESTER.
065380     MOVE WS-MATKUL-IN TO KT-MATKUL.
065390     MOVE WS-KO-NILAI-LAMA TO KT-NILAI-LAMA.
065400     MOVE WS-NILAI-IN TO KT-NILAI-BARU.
065410     MOVE WS-KO-ALASAN-IN TO KT-ALASAN.
065420     IF WS-KO-KET = SPACES
065430         MOVE "TERIMA" TO KT-HASIL
065440         MOVE WS-KO-OTORISASI TO KT-KET
065450         ADD 1 TO WS-ACC-COUNT
065460     ELSE
065470         MOVE "TOLAK" TO KT-HASIL
065480         MOVE WS-KO-KET TO KT-KET
065490         ADD 1 TO WS-REJ-COUNT
065500     END-IF.
065510     WRITE KOREK-RPT-RECORD FROM WS-KTR-DETAIL.
065520     ADD 1 TO WS-LINE-COUNT.
065530 6570-EXIT.
065540     EXIT.
065550
065560 6575-KOREKSI-NEW-PAGE.
065570     ADD 1 TO WS-PAGE-COUNT.
065580     MOVE WS-RUN-DATE TO H2-TANGGAL.
065590     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
065600     IF WS-PAGE-COUNT > 1
065610         MOVE SPACES TO KOREK-RPT-RECORD
065620         WRITE KOREK-RPT-RECORD
065630     END-IF.
065640     WRITE KOREK-RPT-RECORD FROM WS-KTR-HEADER-1.
065650     WRITE KOREK-RPT-RECORD FROM WS-REPORT-HEADER-2.
065660     WRITE KOREK-RPT-RECORD FROM WS-REPORT-HEADER-3.
065670     WRITE KOREK-RPT-RECORD FROM WS-KTR-HEADER-4.
065680     WRITE KOREK-RPT-RECORD FROM WS-REPORT-HEADER-3.
065690     MOVE 0 TO WS-LINE-COUNT.
065700 6575-EXIT.
065710     EXIT.
065720
065730*----------------------------------------------------------------*
065740* 6600 - CETAK TRANSKRIP SATU MAHASISWA (NPM, NAMA, BARIS NILAI) *
065750*----------------------------------------------------------------*
065760 6600-TRANSKRIP.
065770     DISPLAY "MASUKKAN NPM YANG DICARI : " WITH NO ADVANCING.
065780     ACCEPT WS-LOOKUP-NPM.
065790     MOVE WS-LOOKUP-NPM TO MR-NPM.
065800     READ MASTER-FILE
065810         INVALID KEY
065820             DISPLAY "NPM " WS-LOOKUP-NPM " TIDAK TERDAFTAR."
065830             GO TO 6600-EXIT
065840     END-READ.
065850     DISPLAY "TRANSKRIP NILAI".
065860     DISPLAY "NPM  : " MR-NPM.
065870     DISPLAY "NAMA : " MR-NAMA.
065880     MOVE 0 TO WS-RUNNING-COUNT.
065890     MOVE 0 TO WS-TOTAL-SKS.
065900     MOVE 0 TO WS-TOTAL-MUTU.
065910     MOVE 0 TO WS-IPK.
065920     MOVE 'N' TO WS-EOF-SW.
065930     MOVE WS-LOOKUP-NPM TO NM-NPM.
065940     MOVE LOW-VALUES TO NM-SEMESTER.
065950     MOVE LOW-VALUES TO NM-MATKUL.
065960     START NILAI-FILE KEY NOT LESS THAN NM-KEY
065970         INVALID KEY MOVE 'Y' TO WS-EOF-SW
065980     END-START.
065990     PERFORM 6610-TRANSKRIP-STEP THRU 6610-EXIT
066000         UNTIL WS-EOF.
066010     IF WS-RUNNING-COUNT = 0
066020         DISPLAY "BELUM ADA DATA NILAI."
066030     ELSE
066040         DISPLAY "JUMLAH MATA KULIAH : " WS-RUNNING-COUNT
066050         IF WS-TOTAL-SKS > 0
066060             COMPUTE WS-IPK ROUNDED =
066070                 WS-TOTAL-MUTU / WS-TOTAL-SKS
066080         END-IF
066090         MOVE WS-TOTAL-SKS TO WS-SKS-EDIT
066100         MOVE WS-IPK TO WS-IPK-EDIT
066110         DISPLAY "TOTAL SKS          : " WS-SKS-EDIT
066120         DISPLAY "IPK                : " WS-IPK-EDIT
066130     END-IF.
066140 6600-EXIT.
066150     EXIT.
066160
066170 6610-TRANSKRIP-STEP.
066180     READ NILAI-FILE NEXT RECORD
066190         AT END
066200             MOVE 'Y' TO WS-EOF-SW
066210         NOT AT END
066220             IF NM-NPM NOT = WS-LOOKUP-NPM
066230                 MOVE 'Y' TO WS-EOF-SW
066240             ELSE
066250                 MOVE NM-MATKUL TO WS-MK-CARI
066260                 PERFORM 6690-CARI-MATKUL THRU 6690-EXIT
066270                 DISPLAY "  " NM-SEMESTER "  " NM-MATKUL
066280                     "  " WS-MK-NAMA-OUT
066290                     "  SKS " NM-SKS
066300                     "  NILAI " NM-NILAI
066310                 ADD 1 TO WS-RUNNING-COUNT
066320                 MOVE NM-NILAI TO WS-NILAI-CARI
066330                 PERFORM 6640-CARI-BOBOT THRU 6640-EXIT
066340                 ADD NM-SKS TO WS-TOTAL-SKS
066350                 COMPUTE WS-TOTAL-MUTU = WS-TOTAL-MUTU
066360                     + NM-SKS * WS-BOBOT-NILAI
066370             END-IF
066380     END-READ.
066390 6610-EXIT.
066400     EXIT.
066410
066420*----------------------------------------------------------------*
066430* 6640 - cari bobot angka satu nilai huruf pada tabel BOBOTREF   *
066440*        (masukan WS-NILAI-CARI, keluaran WS-BOBOT-NILAI;        *
066450*        nilai huruf tak dikenal diberi bobot 0)                 *
066460*----------------------------------------------------------------*
066470 6640-CARI-BOBOT.
066480     MOVE 0 TO WS-BOBOT-NILAI.
066490     MOVE 'N' TO WS-BOBOT-FOUND-SW.
066500     PERFORM 6645-CARI-BOBOT-STEP THRU 6645-EXIT
066510         VARYING WS-SUB3 FROM 1 BY 1
066520         UNTIL WS-SUB3 > WS-BBT-COUNT
066530             OR WS-BOBOT-FOUND.
066540 6640-EXIT.
066550     EXIT.
066560
066570 6645-CARI-BOBOT-STEP.
066580     IF WS-BBT-NILAI-TAB(WS-SUB3) = WS-NILAI-CARI
066590         MOVE WS-BBT-BOBOT-TAB(WS-SUB3) TO WS-BOBOT-NILAI
066600         MOVE 'Y' TO WS-BOBOT-FOUND-SW
066610     END-IF.
066620 6645-EXIT.
066630     EXIT.
066640
066650*----------------------------------------------------------------*
066660* 6650 - hitung total SKS, total mutu dan IPK satu mahasiswa     *
066670*        (masukan WS-LOOKUP-NPM, keluaran WS-TOTAL-SKS,          *
066680*        WS-TOTAL-MUTU dan WS-IPK)                               *
066690*----------------------------------------------------------------*
066700 6650-HITUNG-IPK.
066710     MOVE 0 TO WS-TOTAL-SKS.
066720     MOVE 0 TO WS-TOTAL-MUTU.
066730     MOVE 0 TO WS-IPK.
066740     MOVE 'N' TO WS-NIL-EOF-SW.
066750     MOVE WS-LOOKUP-NPM TO NM-NPM.
066760     MOVE LOW-VALUES TO NM-SEMESTER.
066770     MOVE LOW-VALUES TO NM-MATKUL.
066780     START NILAI-FILE KEY NOT LESS THAN NM-KEY
066790         INVALID KEY MOVE 'Y' TO WS-NIL-EOF-SW
066800     END-START.
066810     PERFORM 6660-HITUNG-IPK-STEP THRU 6660-EXIT
066820         UNTIL WS-NIL-EOF.
066830     IF WS-TOTAL-SKS > 0
066840         COMPUTE WS-IPK ROUNDED = WS-TOTAL-MUTU / WS-TOTAL-SKS
066850     END-IF.
066860 6650-EXIT.
066870     EXIT.
066880
066890 6660-HITUNG-IPK-STEP.
066900     READ NILAI-FILE NEXT RECORD
066910         AT END
066920             MOVE 'Y' TO WS-NIL-EOF-SW
066930         NOT AT END
066940             IF NM-NPM NOT = WS-LOOKUP-NPM
066950                 MOVE 'Y' TO WS-NIL-EOF-SW
066960             ELSE
066970                 MOVE NM-NILAI TO WS-NILAI-CARI
066980                 PERFORM 6640-CARI-BOBOT THRU 6640-EXIT
066990                 ADD NM-SKS TO WS-TOTAL-SKS
067000                 COMPUTE WS-TOTAL-MUTU = WS-TOTAL-MUTU
067010                     + NM-SKS * WS-BOBOT-NILAI
067020             END-IF
067030     END-READ.
067040 6660-EXIT.
067050     EXIT.
067060
067070*----------------------------------------------------------------*
067080* 6655 - hitung IPS semester terakhir yang bernilai untuk NPM di *
067090*        WS-LOOKUP-NPM (keluaran WS-IPS-SEM dan WS-IPS)          *
067100*----------------------------------------------------------------*
067110 6655-HITUNG-IPS-AKHIR.
067120     MOVE SPACES TO WS-IPS-SEM.
067130     MOVE 0 TO WS-IPS-SKS.
067140     MOVE 0 TO WS-IPS-MUTU.
067150     MOVE 0 TO WS-IPS.
067160     MOVE 'N' TO WS-NIL-EOF-SW.
067170     MOVE WS-LOOKUP-NPM TO NM-NPM.
067180     MOVE LOW-VALUES TO NM-SEMESTER.
067190     MOVE LOW-VALUES TO NM-MATKUL.
067200     START NILAI-FILE KEY NOT LESS THAN NM-KEY
067210         INVALID KEY MOVE 'Y' TO WS-NIL-EOF-SW
067220     END-START.
067230     PERFORM 6656-HITUNG-IPS-STEP THRU 6656-EXIT
067240         UNTIL WS-NIL-EOF.
067250     IF WS-IPS-SKS > 0
067260         COMPUTE WS-IPS ROUNDED = WS-IPS-MUTU / WS-IPS-SKS
067270     END-IF.
067280 6655-EXIT.
067290     EXIT.
067300
067310 6656-HITUNG-IPS-STEP.
067320     READ NILAI-FILE NEXT RECORD
067330         AT END
067340             MOVE 'Y' TO WS-NIL-EOF-SW
067350             GO TO 6656-EXIT
067360     END-READ.
067370     IF NM-NPM NOT = WS-LOOKUP-NPM
067380         MOVE 'Y' TO WS-NIL-EOF-SW
067390         GO TO 6656-EXIT
067400     END-IF.
067410     IF NM-SEMESTER NOT = WS-IPS-SEM
067420         MOVE NM-SEMESTER TO WS-IPS-SEM
067430         MOVE 0 TO WS-IPS-SKS
067440         MOVE 0 TO WS-IPS-MUTU
067450     END-IF.
067460     MOVE NM-NILAI TO WS-NILAI-CARI.
067470     PERFORM 6640-CARI-BOBOT THRU 6640-EXIT.
067480     ADD NM-SKS TO WS-IPS-SKS.
067490     COMPUTE WS-IPS-MUTU = WS-IPS-MUTU
067500         + NM-SKS * WS-BOBOT-NILAI.
067510 6656-EXIT.
067520     EXIT.
067530
067540*----------------------------------------------------------------*
067550* 6670 - CETAK KHS (KARTU HASIL STUDI) SATU MAHASISWA SATU       *
067560*        SEMESTER, DENGAN TOTAL SKS DAN IPS SEMESTER ITU         *
067570*----------------------------------------------------------------*
067580 6670-KHS.
067590     DISPLAY "MASUKKAN NPM YANG DICARI : " WITH NO ADVANCING.
067600     ACCEPT WS-LOOKUP-NPM.
067610     MOVE WS-LOOKUP-NPM TO MR-NPM.
067620     READ MASTER-FILE
067630         INVALID KEY
067640             DISPLAY "NPM " WS-LOOKUP-NPM " TIDAK TERDAFTAR."
067650             GO TO 6670-EXIT
067660     END-READ.
067670     DISPLAY "MASUKKAN SEMESTER (TTTTS, MIS. 20241) : "
067680         WITH NO ADVANCING.
067690     ACCEPT WS-SEM-LOOKUP.
067700     IF WS-SEM-LOOKUP NOT NUMERIC
067710         DISPLAY "KODE SEMESTER TIDAK VALID."
067720         GO TO 6670-EXIT
067730     END-IF.
067740     DISPLAY "KARTU HASIL STUDI (KHS)".
067750     DISPLAY "NPM      : " MR-NPM.
067760     DISPLAY "NAMA     : " MR-NAMA.
067770     DISPLAY "SEMESTER : " WS-SEM-LOOKUP.
067780     MOVE 0 TO WS-RUNNING-COUNT.
067790     MOVE 0 TO WS-TOTAL-SKS.
067800     MOVE 0 TO WS-TOTAL-MUTU.
067810     MOVE 0 TO WS-IPK.
067820     MOVE 'N' TO WS-NIL-EOF-SW.
067830     MOVE WS-LOOKUP-NPM TO NM-NPM.
067840     MOVE WS-SEM-LOOKUP TO NM-SEMESTER.
067850     MOVE LOW-VALUES TO NM-MATKUL.
067860     START NILAI-FILE KEY NOT LESS THAN NM-KEY
067870         INVALID KEY MOVE 'Y' TO WS-NIL-EOF-SW
067880     END-START.
067890     PERFORM 6680-KHS-STEP THRU 6680-EXIT
067900         UNTIL WS-NIL-EOF.
067910     IF WS-RUNNING-COUNT = 0
067920         DISPLAY "BELUM ADA DATA NILAI SEMESTER INI."
067930     ELSE
067940         DISPLAY "JUMLAH MATA KULIAH : " WS-RUNNING-COUNT
067950         IF WS-TOTAL-SKS > 0
067960             COMPUTE WS-IPK ROUNDED =
067970                 WS-TOTAL-MUTU / WS-TOTAL-SKS
067980         END-IF
067990         MOVE WS-TOTAL-SKS TO WS-SKS-EDIT
068000         MOVE WS-IPK TO WS-IPK-EDIT
068010         DISPLAY "TOTAL SKS          : " WS-SKS-EDIT
068020         DISPLAY "IPS SEMESTER       : " WS-IPK-EDIT
068030     END-IF.
068040 6670-EXIT.
068050     EXIT.
068060
068070 6680-KHS-STEP.
068080     READ NILAI-FILE NEXT RECORD
068090         AT END
068100             MOVE 'Y' TO WS-NIL-EOF-SW
068110         NOT AT END
068120             IF NM-NPM NOT = WS-LOOKUP-NPM
068130                     OR NM-SEMESTER NOT = WS-SEM-LOOKUP
068140                 MOVE 'Y' TO WS-NIL-EOF-SW
068150             ELSE
068160                 MOVE NM-MATKUL TO WS-MK-CARI
068170                 PERFORM 6690-CARI-MATKUL THRU 6690-EXIT
068180                 DISPLAY "  " NM-MATKUL "  " WS-MK-NAMA-OUT
068190                     "  SKS " NM-SKS
068200                     "  NILAI " NM-NILAI
068210                 ADD 1 TO WS-RUNNING-COUNT
068220                 MOVE NM-NILAI TO WS-NILAI-CARI
068230                 PERFORM 6640-CARI-BOBOT THRU 6640-EXIT
068240                 ADD NM-SKS TO WS-TOTAL-SKS
068250                 COMPUTE WS-TOTAL-MUTU = WS-TOTAL-MUTU
068260                     + NM-SKS * WS-BOBOT-NILAI
068270             END-IF
068280     END-READ.
068290 6680-EXIT.
068300     EXIT.
068310
068320*----------------------------------------------------------------*
068330* 6690 - cari satu kode matkul pada tabel katalog MATKULRF       *
068340*        (masukan WS-MK-CARI; keluaran WS-MK-FOUND-SW, WS-MK-IDX *
068350*        dan WS-MK-NAMA-OUT - spasi bila tidak ditemukan)        *
068360*----------------------------------------------------------------*
068370 6690-CARI-MATKUL.
068380     MOVE 'N' TO WS-MK-FOUND-SW.
068390     MOVE 0 TO WS-MK-IDX.
068400     MOVE SPACES TO WS-MK-NAMA-OUT.
068410     PERFORM 6695-CARI-MATKUL-STEP THRU 6695-EXIT
068420         VARYING WS-SUB3 FROM 1 BY 1
068430         UNTIL WS-SUB3 > WS-MK-COUNT
068440             OR WS-MK-FOUND.
068450 6690-EXIT.
068460     EXIT.
068470
068480 6695-CARI-MATKUL-STEP.
068490     IF WS-MK-KODE-TAB(WS-SUB3) = WS-MK-CARI
068500         MOVE WS-SUB3 TO WS-MK-IDX
068510         MOVE WS-MK-NAMA-TAB(WS-SUB3) TO WS-MK-NAMA-OUT
068520         MOVE 'Y' TO WS-MK-FOUND-SW
068530     END-IF.
068540 6695-EXIT.
068550     EXIT.
068560
068570*----------------------------------------------------------------*
068580* 6800 - PEMERIKSAAN INTEGRITAS NILAI: SISIR NILMAST TERHADAP    *
068590*        MAHMAST DAN ALUMAST, CETAK REKAMAN YATIM KE INTEGPT,    *
068600*        LALU TAWARKAN HAPUS MASSAL ATAU PINDAH KE NPM LAIN      *
068610*----------------------------------------------------------------*
068620 6800-INTEGRITY-NILAI.
068630     OPEN I-O ALUMNI-FILE.
068640     IF WS-ALM-STATUS = "35"
068650         OPEN OUTPUT ALUMNI-FILE
068660         CLOSE ALUMNI-FILE
068670         OPEN I-O ALUMNI-FILE
068680     END-IF.
068690     IF WS-ALM-STATUS NOT = "00"
068700         DISPLAY "GAGAL MEMBUKA ALUMAST - FILE STATUS "
068710             WS-ALM-STATUS
068720         GO TO 6800-EXIT
068730     END-IF.
068740     OPEN OUTPUT INTEG-FILE.
068750     IF WS-ITG-STATUS NOT = "00"
068760         DISPLAY "BERKAS INTEGRITAS (INTEGPT) TIDAK DAPAT "
068770             "DIBUKA."
068780         CLOSE ALUMNI-FILE
068790         GO TO 6800-EXIT
068800     END-IF.
068810     MOVE 0 TO WS-ORPHAN-COUNT.
068820     MOVE 0 TO WS-LAST-NPM.
068830     MOVE 'N' TO WS-ORPHAN-SW.
068840     MOVE 0 TO WS-PAGE-COUNT.
068850     MOVE 99 TO WS-LINE-COUNT.
068860     MOVE 'N' TO WS-EOF-SW.
068870     MOVE LOW-VALUES TO NILAI-RECORD.
068880     START NILAI-FILE KEY NOT LESS THAN NM-KEY
068890         INVALID KEY MOVE 'Y' TO WS-EOF-SW
068900     END-START.
068910     PERFORM 6810-INTEG-STEP THRU 6810-EXIT
068920         UNTIL WS-EOF.
068930     IF WS-PAGE-COUNT = 0
068940         PERFORM 6825-INTEG-NEW-PAGE THRU 6825-EXIT
068950     END-IF.
068960     MOVE WS-ORPHAN-COUNT TO ITG-JUMLAH.
068970     WRITE INTEG-RECORD FROM WS-ITG-TOTAL.
068980     CLOSE INTEG-FILE.
068990     DISPLAY "LAPORAN INTEGRITAS DITULIS KE BERKAS INTEGPT.".
069000     DISPLAY WS-ORPHAN-COUNT " REKAMAN NILAI YATIM DITEMUKAN.".
069010     IF WS-ORPHAN-COUNT = 0
069020         CLOSE ALUMNI-FILE
069030         GO TO 6800-EXIT
069040     END-IF.
069050     DISPLAY "1. HAPUS SEMUA NILAI YATIM".
069060     DISPLAY "2. PINDAHKAN NILAI SATU NPM YATIM KE NPM LAIN".
069070     DISPLAY "3. SELESAI (HANYA LAPORAN)".
069080     DISPLAY "PILIHAN : " WITH NO ADVANCING.
069090     ACCEPT WS-INTEG-CHOICE.
069100     EVALUATE WS-INTEG-CHOICE
069110         WHEN 1
069120             MOVE "HAPUS NILAI YATIM" TO WS-KN-OPERASI
069130             PERFORM 9320-KUNCI-EKSKLUSIF THRU 9320-EXIT
069140             IF WS-KN-DAPAT
069150                 PERFORM 6830-INTEG-PURGE THRU 6830-EXIT
069160                 PERFORM 9330-KUNCI-BERSAMA THRU 9330-EXIT
069170             END-IF
069180         WHEN 2
069190             MOVE "PINDAH NILAI YATIM" TO WS-KN-OPERASI
069200             PERFORM 9320-KUNCI-EKSKLUSIF THRU 9320-EXIT
069210             IF WS-KN-DAPAT
069220                 PERFORM 6840-INTEG-PINDAH THRU 6840-EXIT
069230                 PERFORM 9330-KUNCI-BERSAMA THRU 9330-EXIT
069240             END-IF
069250         WHEN OTHER
069260             CONTINUE
069270     END-EVALUATE.
069280     CLOSE ALUMNI-FILE.
069290 6800-EXIT.
069300     EXIT.
069310
069320 6810-INTEG-STEP.
069330     READ NILAI-FILE NEXT RECORD
069340         AT END
069350             MOVE 'Y' TO WS-EOF-SW
069360         NOT AT END
069370             IF NM-NPM NOT = WS-LAST-NPM
069380                 MOVE NM-NPM TO WS-LAST-NPM
069390                 PERFORM 6815-CEK-NPM THRU 6815-EXIT
069400             END-IF
069410             IF WS-ORPHAN
069420                 PERFORM 6818-INTEG-DETAIL THRU 6818-EXIT
069430             END-IF
069440     END-READ.
069450 6810-EXIT.
069460     EXIT.
069470
069480*----------------------------------------------------------------*
069490* 6815 - cek NPM rekaman nilai berjalan: yatim bila tidak ada di *
069500*        MAHMAST; bila yatim, cek juga keberadaan di ALUMAST     *
069510*----------------------------------------------------------------*
069520 6815-CEK-NPM.
069530     MOVE 'N' TO WS-ORPHAN-SW.
069540     MOVE 'N' TO WS-ALM-FOUND-SW.
069550     MOVE NM-NPM TO MR-NPM.
069560     READ MASTER-FILE
069570         INVALID KEY
069580             MOVE 'Y' TO WS-ORPHAN-SW
069590     END-READ.
069600     IF WS-ORPHAN
069610         MOVE NM-NPM TO AM-NPM
069620         READ ALUMNI-FILE
069630             INVALID KEY
069640                 CONTINUE
069650             NOT INVALID KEY
069660                 MOVE 'Y' TO WS-ALM-FOUND-SW
069670         END-READ
069680     END-IF.
069690 6815-EXIT.
069700     EXIT.
069710
069720 6818-INTEG-DETAIL.
069730     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
069740         PERFORM 6825-INTEG-NEW-PAGE THRU 6825-EXIT
069750     END-IF.
069760     MOVE NM-NPM TO IT-NPM.
069770     MOVE NM-SEMESTER TO IT-SEM.
069780     MOVE NM-MATKUL TO IT-MATKUL.
069790     MOVE NM-SKS TO IT-SKS.
069800     MOVE NM-NILAI TO IT-NILAI.
069810     IF WS-ALM-FOUND
069820         MOVE "DI ALUMNI" TO IT-KET
069830     ELSE
069840         MOVE "TIDAK ADA" TO IT-KET
069850     END-IF.
069860     WRITE INTEG-RECORD FROM WS-ITG-DETAIL.
069870     ADD 1 TO WS-LINE-COUNT.
069880     ADD 1 TO WS-ORPHAN-COUNT.
069890 6818-EXIT.
069900     EXIT.
069910
069920 6825-INTEG-NEW-PAGE.
069930     ADD 1 TO WS-PAGE-COUNT.
069940     MOVE WS-RUN-DATE TO H2-TANGGAL.
069950     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
069960     IF WS-PAGE-COUNT > 1
069970         MOVE SPACES TO INTEG-RECORD
069980         WRITE INTEG-RECORD
069990     END-IF.
070000     WRITE INTEG-RECORD FROM WS-ITG-HEADER-1.
070010     WRITE INTEG-RECORD FROM WS-REPORT-HEADER-2.
070020     WRITE INTEG-RECORD FROM WS-REPORT-HEADER-3.
070030     WRITE INTEG-RECORD FROM WS-ITG-HEADER-4.
070040     WRITE INTEG-RECORD FROM WS-REPORT-HEADER-3.
070050     MOVE 0 TO WS-LINE-COUNT.
070060 6825-EXIT.
070070     EXIT.
070080
070090*----------------------------------------------------------------*
070100* 6830 - hapus semua rekaman nilai yatim dari NILMAST (dicatat   *
070110*        ke jejak audit satu baris per NPM yatim)                *
070120*----------------------------------------------------------------*
070130 6830-INTEG-PURGE.
070140     MOVE 0 TO WS-PURGE-COUNT.
070150     MOVE 0 TO WS-LAST-NPM.
070160     MOVE 'N' TO WS-ORPHAN-SW.
070170     MOVE 'N' TO WS-EOF-SW.
070180     MOVE LOW-VALUES TO NILAI-RECORD.
070190     START NILAI-FILE KEY NOT LESS THAN NM-KEY
070200         INVALID KEY MOVE 'Y' TO WS-EOF-SW
070210     END-START.
070220     PERFORM 6835-PURGE-STEP THRU 6835-EXIT
070230         UNTIL WS-EOF.
070240     DISPLAY WS-PURGE-COUNT " REKAMAN NILAI YATIM DIHAPUS.".
070250 6830-EXIT.
070260     EXIT.
070270
070280 6835-PURGE-STEP.
070290     READ NILAI-FILE NEXT RECORD
070300         AT END
070310             MOVE 'Y' TO WS-EOF-SW
070320         NOT AT END
070330             IF NM-NPM NOT = WS-LAST-NPM
070340                 MOVE NM-NPM TO WS-LAST-NPM
070350                 PERFORM 6815-CEK-NPM THRU 6815-EXIT
070360                 IF WS-ORPHAN
070370                     MOVE "NILHAPUS" TO AL-JENIS
070380                     MOVE NM-NPM TO AL-NPM
070390                     MOVE SPACES TO AL-NAMA-LAMA
070400                     MOVE SPACES TO AL-NAMA-BARU
070410                     PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
070420                 END-IF
070430             END-IF
070440             IF WS-ORPHAN
070450                 DELETE NILAI-FILE
070460                     INVALID KEY
070470                         DISPLAY "GAGAL HAPUS NILAI NPM " NM-NPM
070480                     NOT INVALID KEY
070490                         ADD 1 TO WS-PURGE-COUNT
070500                 END-DELETE
070510             END-IF
070520     END-READ.
070530 6835-EXIT.
070540     EXIT.
070550
070560*----------------------------------------------------------------*
070570* 6840 - pindahkan semua nilai satu NPM yatim ke NPM lain yang   *
070580*        terdaftar di master (tampung dulu ke tabel, lalu hapus  *
070590*        dan tulis ulang dengan NPM tujuan)                      *
070600*----------------------------------------------------------------*
070610 6840-INTEG-PINDAH.
070620     DISPLAY "NPM YATIM ASAL : " WITH NO ADVANCING.
070630     ACCEPT WS-LOOKUP-NPM.
070640     MOVE WS-LOOKUP-NPM TO MR-NPM.
070650     READ MASTER-FILE
070660         INVALID KEY
070670             CONTINUE
070680         NOT INVALID KEY
070690             DISPLAY "NPM TERSEBUT MASIH ADA DI MASTER - "
070700                 "BUKAN YATIM."
070710             GO TO 6840-EXIT
070720     END-READ.
070730     DISPLAY "NPM TUJUAN : " WITH NO ADVANCING.
070740     ACCEPT WS-NPM-BARU.
070750     MOVE WS-NPM-BARU TO MR-NPM.
070760     READ MASTER-FILE
070770         INVALID KEY
070780             DISPLAY "NPM TUJUAN TIDAK TERDAFTAR DI MASTER."
070790             GO TO 6840-EXIT
070800     END-READ.
070810     MOVE 0 TO WS-ORX-COUNT.
070820     MOVE 'N' TO WS-NIL-EOF-SW.
070830     MOVE WS-LOOKUP-NPM TO NM-NPM.
070840     MOVE LOW-VALUES TO NM-SEMESTER.
070850     MOVE LOW-VALUES TO NM-MATKUL.
070860     START NILAI-FILE KEY NOT LESS THAN NM-KEY
070870         INVALID KEY MOVE 'Y' TO WS-NIL-EOF-SW
070880     END-START.
070890     PERFORM 6845-PINDAH-KUMPUL THRU 6845-EXIT
070900         UNTIL WS-NIL-EOF.
070910     IF WS-ORX-COUNT = 0
070920         DISPLAY "TIDAK ADA NILAI UNTUK NPM TERSEBUT."
070930         GO TO 6840-EXIT
070940     END-IF.
070950     PERFORM 6846-PINDAH-STEP THRU 6846-EXIT
070960         VARYING WS-SUB FROM 1 BY 1
070970         UNTIL WS-SUB > WS-ORX-COUNT.
070980     MOVE "NILALIH" TO AL-JENIS.
070990     MOVE WS-LOOKUP-NPM TO AL-NPM.
071000     MOVE SPACES TO AL-NAMA-LAMA.
071010     MOVE WS-NPM-BARU TO AL-NAMA-BARU.
071020     PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT.
071030     DISPLAY WS-ORX-COUNT " REKAMAN NILAI DIPINDAHKAN KE NPM "
071040         WS-NPM-BARU ".".
071050 6840-EXIT.
071060     EXIT.
071070
071080 6845-PINDAH-KUMPUL.
071090     READ NILAI-FILE NEXT RECORD
071100         AT END
071110             MOVE 'Y' TO WS-NIL-EOF-SW
071120         NOT AT END
071130             IF NM-NPM NOT = WS-LOOKUP-NPM
071140                 MOVE 'Y' TO WS-NIL-EOF-SW
071150             ELSE
071160                 IF WS-ORX-COUNT >= 100
071170                     DISPLAY "TABEL PINDAH PENUH (MAKS 100 "
071180                         "BARIS) - SISA NILAI TIDAK DIPROSES."
071190                     MOVE 'Y' TO WS-NIL-EOF-SW
071200                 ELSE
071210                     ADD 1 TO WS-ORX-COUNT
071220                     MOVE NM-SEMESTER
071230                         TO WS-ORX-SEM(WS-ORX-COUNT)
071240                     MOVE NM-MATKUL
071250                         TO WS-ORX-MATKUL(WS-ORX-COUNT)
071260                     MOVE NM-SKS TO WS-ORX-SKS(WS-ORX-COUNT)
071270                     MOVE NM-NILAI
071280                         TO WS-ORX-NILAI(WS-ORX-COUNT)
071290                 END-IF
071300             END-IF
071310     END-READ.
071320 6845-EXIT.
071330     EXIT.
071340
071350 6846-PINDAH-STEP.
071360     MOVE WS-LOOKUP-NPM TO NM-NPM.
071370     MOVE WS-ORX-SEM(WS-SUB) TO NM-SEMESTER.
071380     MOVE WS-ORX-MATKUL(WS-SUB) TO NM-MATKUL.
071390     READ NILAI-FILE
071400         INVALID KEY
071410             DISPLAY "GAGAL BACA NILAI NPM " NM-NPM
071420             GO TO 6846-EXIT
071430     END-READ.
071440     DELETE NILAI-FILE
071450         INVALID KEY
071460             DISPLAY "GAGAL HAPUS NILAI NPM " NM-NPM
071470             GO TO 6846-EXIT
071480     END-DELETE.
071490     MOVE WS-NPM-BARU TO NM-NPM.
071500     MOVE WS-ORX-SEM(WS-SUB) TO NM-SEMESTER.
071510     MOVE WS-ORX-MATKUL(WS-SUB) TO NM-MATKUL.
071520     MOVE WS-ORX-SKS(WS-SUB) TO NM-SKS.
071530     MOVE WS-ORX-NILAI(WS-SUB) TO NM-NILAI.
071540     WRITE NILAI-RECORD
071550         INVALID KEY
071560             REWRITE NILAI-RECORD
071570                 INVALID KEY
071580                     DISPLAY "GAGAL SIMPAN NILAI NPM " NM-NPM
071590             END-REWRITE
071600     END-WRITE.
071610 6846-EXIT.
071620     EXIT.
071630
071640*----------------------------------------------------------------*
071650* 6700 - LAPORAN PERINGKAT IPK SELURUH MAHASISWA (DAFTAR DEKAN / *
071660*        PROBASI) KE BERKAS RANKPT, URUT IPK MENURUN             *
071670*----------------------------------------------------------------*
071680 6700-IPK-RANKING.
071690     MOVE LOW-VALUES TO MASTER-RECORD.
071700     START MASTER-FILE KEY NOT LESS THAN MR-NPM
071710         INVALID KEY
071720             DISPLAY "BELUM ADA DATA MAHASISWA."
071730             GO TO 6700-EXIT
071740     END-START.
071750     SORT SORT-FILE
071760             ON DESCENDING KEY SI-IPK
071770             ON ASCENDING KEY SI-NPM
071780         INPUT PROCEDURE IS 6710-RANK-RELEASE
071790             THRU 6710-EXIT
071800         OUTPUT PROCEDURE IS 6750-RANK-PRINT
071810             THRU 6750-EXIT.
071820     DISPLAY "LAPORAN PERINGKAT DITULIS KE BERKAS RANKPT.".
071830 6700-EXIT.
071840     EXIT.
071850
071860*----------------------------------------------------------------*
071870* 6710 - prosedur masukan SORT: baca MAHMAST, hitung IPK tiap    *
071880*        mahasiswa, lepaskan ke berkas SORT                      *
071890*----------------------------------------------------------------*
071900 6710-RANK-RELEASE.
071910     MOVE 'N' TO WS-EOF-SW.
071920     MOVE LOW-VALUES TO MASTER-RECORD.
071930     START MASTER-FILE KEY NOT LESS THAN MR-NPM
071940         INVALID KEY MOVE 'Y' TO WS-EOF-SW
071950     END-START.
071960     PERFORM 6720-RANK-RELEASE-STEP THRU 6720-EXIT
071970         UNTIL WS-EOF.
071980 6710-EXIT.
071990     EXIT.
072000
072010 6720-RANK-RELEASE-STEP.
072020     READ MASTER-FILE NEXT RECORD
072030         AT END
072040             MOVE 'Y' TO WS-EOF-SW
072050         NOT AT END
072060             MOVE MR-NPM TO WS-LOOKUP-NPM
072070             MOVE MR-NPM TO SI-NPM
072080             MOVE MR-NAMA TO SI-NAMA
072090             PERFORM 6650-HITUNG-IPK THRU 6650-EXIT
072100             MOVE WS-IPK TO SI-IPK
072110             MOVE WS-TOTAL-SKS TO SI-SKS
072120             RELEASE SORT-IPK-RECORD
072130     END-READ.
072140 6720-EXIT.
072150     EXIT.
072160
072170*----------------------------------------------------------------*
072180* 6750 - prosedur keluaran SORT: tulis laporan peringkat IPK     *
072190*        berkepala dan berhalaman ke berkas RANKPT               *
072200*----------------------------------------------------------------*
072210 6750-RANK-PRINT.
072220     OPEN OUTPUT RANK-FILE.
072230     IF WS-RNK-STATUS NOT = "00"
072240         DISPLAY "BERKAS PERINGKAT (RANKPT) TIDAK DAPAT DIBUKA."
072250         GO TO 6750-EXIT
072260     END-IF.
072270     MOVE 0 TO WS-PAGE-COUNT.
072280     MOVE 99 TO WS-LINE-COUNT.
072290     MOVE 0 TO WS-RUNNING-COUNT.
072300     MOVE 'N' TO WS-EOF-SW.
072310     PERFORM 6760-RANK-LINE THRU 6760-EXIT
072320         UNTIL WS-EOF.
072330     MOVE WS-RUNNING-COUNT TO RT-COUNT.
072340     WRITE RANK-RECORD FROM WS-REPORT-TOTAL.
072350     CLOSE RANK-FILE.
072360 6750-EXIT.
072370     EXIT.
072380
072390 6760-RANK-LINE.
072400     RETURN SORT-FILE
072410         AT END
072420             MOVE 'Y' TO WS-EOF-SW
072430         NOT AT END
072440             IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
072450                 PERFORM 6770-RANK-NEW-PAGE THRU 6770-EXIT
072460             END-IF
072470             ADD 1 TO WS-RUNNING-COUNT
072480             MOVE WS-RUNNING-COUNT TO RK-SEQ
072490             MOVE SI-NPM TO RK-NPM
072500             MOVE SI-IPK TO RK-IPK
072510             MOVE SI-SKS TO RK-SKS
072520             MOVE SI-NAMA TO RK-NAMA
072530             WRITE RANK-RECORD FROM WS-RANK-DETAIL
072540             ADD 1 TO WS-LINE-COUNT
072550     END-RETURN.
072560 6760-EXIT.
072570     EXIT.
072580
072590 6770-RANK-NEW-PAGE.
072600     ADD 1 TO WS-PAGE-COUNT.
072610     MOVE WS-RUN-DATE TO H2-TANGGAL.
072620     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
072630     IF WS-PAGE-COUNT > 1
072640         MOVE SPACES TO RANK-RECORD
072650         WRITE RANK-RECORD
072660     END-IF.
072670     WRITE RANK-RECORD FROM WS-RANK-HEADER-1.
072680     WRITE RANK-RECORD FROM WS-REPORT-HEADER-2.
072690     WRITE RANK-RECORD FROM WS-REPORT-HEADER-3.
072700     WRITE RANK-RECORD FROM WS-RANK-HEADER-4.
072710     WRITE RANK-RECORD FROM WS-REPORT-HEADER-3.
072720     MOVE 0 TO WS-LINE-COUNT.
072730 6770-EXIT.
072740     EXIT.
072750
072760*----------------------------------------------------------------*
072770* 7000 - TAMPILKAN SELURUH DAFTAR MAHASISWA                      *
072780*        (membaca MAHMAST langsung; urutan lewat berkas SORT)    *
072790*----------------------------------------------------------------*
072800 7000-DISPLAY-ROSTER.
072810     MOVE LOW-VALUES TO MASTER-RECORD.
072820     START MASTER-FILE KEY NOT LESS THAN MR-NPM
072830         INVALID KEY
072840             DISPLAY "BELUM ADA DATA MAHASISWA."
072850             MOVE 'Y' TO WS-OP-FAIL-SW
072860             GO TO 7000-EXIT
072870     END-START.
072880     IF NOT WS-BATCH-MODE
072890         DISPLAY "URUTKAN BERDASARKAN 1-NPM ATAU 2-NAMA : "
072900             WITH NO ADVANCING
072910         ACCEPT WS-SORT-CHOICE
072920         DISPLAY "CETAK 1-SEMUA STATUS ATAU 2-AKTIF SAJA : "
072930             WITH NO ADVANCING
072940         ACCEPT WS-ROSTER-FILTER
072950         DISPLAY "KELAS TERTENTU (KOSONG = SEMUA KELAS) : "
072960             WITH NO ADVANCING
072970         ACCEPT WS-KELAS-FILTER
072980     END-IF.
072990     IF WS-KELAS-FILTER NOT = SPACES AND WS-KL-COUNT > 0
073000         MOVE WS-KELAS-FILTER TO WS-KL-CARI
073010         PERFORM 9180-CARI-KELAS THRU 9180-EXIT
073020         IF NOT WS-KL-FOUND
073030             DISPLAY "KELAS " WS-KELAS-FILTER " TIDAK TERDAFTAR "
073040                 "DI KELASREF - LAPORAN DIBATALKAN."
073050             MOVE 'Y' TO WS-OP-FAIL-SW
073060             GO TO 7000-EXIT
073070         END-IF
073080     END-IF.
073090     IF WS-SORT-CHOICE = 2
073100         SORT SORT-FILE ON ASCENDING KEY SR-NAMA
073110             INPUT PROCEDURE IS 7050-ROSTER-RELEASE
073120                 THRU 7050-EXIT
073130             OUTPUT PROCEDURE IS 7200-PRINT-REPORT
073140                 THRU 7200-EXIT
073150     ELSE
073160         SORT SORT-FILE ON ASCENDING KEY SR-NPM
073170             INPUT PROCEDURE IS 7050-ROSTER-RELEASE
073180                 THRU 7050-EXIT
073190             OUTPUT PROCEDURE IS 7200-PRINT-REPORT
073200                 THRU 7200-EXIT
073210     END-IF.
073220     DISPLAY "LAPORAN DITULIS KE BERKAS ROSTERPT.".
073230 7000-EXIT.
073240     EXIT.
073250
073260*----------------------------------------------------------------*
073270* 7050 - prosedur masukan SORT: baca MAHMAST urut kunci, saring  *
073280*        status, lepaskan ke berkas SORT                         *
073290*----------------------------------------------------------------*
073300 7050-ROSTER-RELEASE.
073310     MOVE 'N' TO WS-EOF-SW.
073320     MOVE LOW-VALUES TO MASTER-RECORD.
073330     START MASTER-FILE KEY NOT LESS THAN MR-NPM
073340         INVALID KEY MOVE 'Y' TO WS-EOF-SW
073350     END-START.
073360     PERFORM 7060-ROSTER-RELEASE-STEP THRU 7060-EXIT
073370         UNTIL WS-EOF.
073380 7050-EXIT.
073390     EXIT.
073400
073410 7060-ROSTER-RELEASE-STEP.
073420     READ MASTER-FILE NEXT RECORD
073430         AT END
073440             MOVE 'Y' TO WS-EOF-SW
073450         NOT AT END
073460             IF (WS-ROSTER-FILTER = 2 AND MR-STATUS NOT = "A")
073470                 OR (WS-KELAS-FILTER NOT = SPACES
073480                     AND MR-KELAS NOT = WS-KELAS-FILTER)
073490                 CONTINUE
073500             ELSE
073510                 MOVE MR-NPM TO SR-NPM
073520                 MOVE MR-NAMA TO SR-NAMA
073530                 MOVE MR-STATUS TO SR-STATUS
073540                 MOVE MR-KELAS TO SR-KELAS
073550                 RELEASE SORT-RECORD
073560             END-IF
073570     END-READ.
073580 7060-EXIT.
073590     EXIT.
073600
073610*----------------------------------------------------------------*
073620* 7200 - prosedur keluaran SORT: tulis laporan berkepala dan     *
073630*        berhalaman ke REPORT-FILE                               *
073640*----------------------------------------------------------------*
073650 7200-PRINT-REPORT.
073660     OPEN OUTPUT REPORT-FILE.
073670     IF WS-RPT-STATUS NOT = "00"
073680         DISPLAY "BERKAS LAPORAN (ROSTERPT) TIDAK DAPAT DIBUKA."
073690         MOVE 'Y' TO WS-OP-FAIL-SW
073700         GO TO 7200-EXIT
073710     END-IF.
073720     MOVE 0 TO WS-PAGE-COUNT.
073730     MOVE 99 TO WS-LINE-COUNT.
073740     MOVE 0 TO WS-RUNNING-COUNT.
073750     MOVE 'N' TO WS-EOF-SW.
073760     PERFORM 7300-REPORT-LINE THRU 7300-EXIT
073770         UNTIL WS-EOF.
073780     MOVE WS-RUNNING-COUNT TO RT-COUNT.
073790     WRITE REPORT-RECORD FROM WS-REPORT-TOTAL.
073800     CLOSE REPORT-FILE.
073810 7200-EXIT.
073820     EXIT.
073830
073840 7300-REPORT-LINE.
073850     RETURN SORT-FILE
073860         AT END
073870             MOVE 'Y' TO WS-EOF-SW
073880         NOT AT END
073890             IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
073900                 PERFORM 7310-NEW-PAGE THRU 7310-EXIT
073910             END-IF
073920             ADD 1 TO WS-RUNNING-COUNT
073930             MOVE WS-RUNNING-COUNT TO RD-SEQ
073940             MOVE SR-NPM TO RD-NPM
073950             MOVE SR-KELAS TO RD-KELAS
073960             MOVE SR-NAMA TO RD-NAMA
073970             WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
073980             ADD 1 TO WS-LINE-COUNT
073990     END-RETURN.
074000 7300-EXIT.
074010     EXIT.
074020
074030 7310-NEW-PAGE.
074040     ADD 1 TO WS-PAGE-COUNT.
074050     MOVE WS-RUN-DATE TO H2-TANGGAL.
074060     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
074070     IF WS-PAGE-COUNT > 1
074080         MOVE SPACES TO REPORT-RECORD
074090         WRITE REPORT-RECORD
074100     END-IF.
074110     WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1.
074120     WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2.
074130     WRITE REPORT-RECORD FROM WS-REPORT-HEADER-3.
074140     WRITE REPORT-RECORD FROM WS-REPORT-HEADER-4.
074150     WRITE REPORT-RECORD FROM WS-REPORT-HEADER-3.
074160     MOVE 0 TO WS-LINE-COUNT.
074170 7310-EXIT.
074180     EXIT.
074190
074200*----------------------------------------------------------------*
074210* 7500 - LAPORAN REKAP PER ANGKATAN / PER FAKULTAS               *
074220*----------------------------------------------------------------*
074230 7500-SUMMARY-REPORT.
074240     PERFORM 7510-SUM-CLEAR THRU 7510-EXIT
074250         VARYING WS-SUB FROM 1 BY 1
074260         UNTIL WS-SUB > 100.
074270     MOVE 0 TO WS-RUNNING-COUNT.
074280     MOVE 'N' TO WS-EOF-SW.
074290     MOVE LOW-VALUES TO MASTER-RECORD.
074300     START MASTER-FILE KEY NOT LESS THAN MR-NPM
074310         INVALID KEY MOVE 'Y' TO WS-EOF-SW
074320     END-START.
074330     PERFORM 7520-SUM-TALLY THRU 7520-EXIT
074340         UNTIL WS-EOF.
074350     IF WS-RUNNING-COUNT = 0
074360         DISPLAY "BELUM ADA DATA MAHASISWA."
074370         MOVE 'Y' TO WS-OP-FAIL-SW
074380         GO TO 7500-EXIT
074390     END-IF.
074400     OPEN OUTPUT SUMMARY-FILE.
074410     IF WS-SUM-STATUS NOT = "00"
074420         DISPLAY "BERKAS REKAP (RINGKAPT) TIDAK DAPAT DIBUKA."
074430         MOVE 'Y' TO WS-OP-FAIL-SW
074440         GO TO 7500-EXIT
074450     END-IF.
074460     MOVE 0 TO WS-PAGE-COUNT.
074470     MOVE 99 TO WS-LINE-COUNT.
074480     PERFORM 7530-SUM-PAGE-CHECK THRU 7530-EXIT.
074490     WRITE SUMMARY-RECORD FROM WS-SUM-SECTION-1.
074500     ADD 1 TO WS-LINE-COUNT.
074510     PERFORM 7540-SUM-ANGKATAN-LINE THRU 7540-EXIT
074520         VARYING WS-SUB FROM 1 BY 1
074530         UNTIL WS-SUB > 100.
074540     PERFORM 7530-SUM-PAGE-CHECK THRU 7530-EXIT.
074550     MOVE SPACES TO SUMMARY-RECORD.
074560     WRITE SUMMARY-RECORD.
074570     ADD 1 TO WS-LINE-COUNT.
074580     PERFORM 7530-SUM-PAGE-CHECK THRU 7530-EXIT.
074590     WRITE SUMMARY-RECORD FROM WS-SUM-SECTION-2.
074600     ADD 1 TO WS-LINE-COUNT.
074610     PERFORM 7550-SUM-FAKULTAS-LINE THRU 7550-EXIT
074620         VARYING WS-SUB FROM 1 BY 1
074630         UNTIL WS-SUB > 100.
074640     MOVE WS-RUNNING-COUNT TO RT-COUNT.
074650     WRITE SUMMARY-RECORD FROM WS-REPORT-TOTAL.
074660     CLOSE SUMMARY-FILE.
074670     DISPLAY "LAPORAN REKAP DITULIS KE BERKAS RINGKAPT.".
074680 7500-EXIT.
074690     EXIT.
074700
074710 7510-SUM-CLEAR.
074720     MOVE 0 TO WS-ANGKATAN-COUNT(WS-SUB).
074730     MOVE 0 TO WS-FAKULTAS-COUNT(WS-SUB).
074740 7510-EXIT.
074750     EXIT.
074760
074770 7520-SUM-TALLY.
074780     READ MASTER-FILE NEXT RECORD
074790         AT END
074800             MOVE 'Y' TO WS-EOF-SW
074810         NOT AT END
074820             MOVE MR-NPM TO WS-NPM
074830             ADD 1 TO WS-ANGKATAN-COUNT(WS-NPM-TAHUN + 1)
074840             ADD 1 TO WS-FAKULTAS-COUNT(WS-NPM-FAKULTAS + 1)
074850             ADD 1 TO WS-RUNNING-COUNT
074860     END-READ.
074870 7520-EXIT.
074880     EXIT.
074890
074900 7530-SUM-PAGE-CHECK.
074910     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
074920         PERFORM 7560-SUM-NEW-PAGE THRU 7560-EXIT
074930     END-IF.
074940 7530-EXIT.
074950     EXIT.
074960
074970 7540-SUM-ANGKATAN-LINE.
074980     IF WS-ANGKATAN-COUNT(WS-SUB) = 0
074990         GO TO 7540-EXIT
075000     END-IF.
075010     PERFORM 7530-SUM-PAGE-CHECK THRU 7530-EXIT.
075020     MOVE "ANGKATAN" TO SMD-LABEL.
075030     COMPUTE SMD-KODE = WS-SUB - 1.
075040     MOVE SPACES TO SMD-NAMA.
075050     MOVE WS-ANGKATAN-COUNT(WS-SUB) TO SMD-JUMLAH.
075060     WRITE SUMMARY-RECORD FROM WS-SUM-DETAIL.
075070     ADD 1 TO WS-LINE-COUNT.
075080 7540-EXIT.
075090     EXIT.
075100
075110 7550-SUM-FAKULTAS-LINE.
075120     IF WS-FAKULTAS-COUNT(WS-SUB) = 0
075130         GO TO 7550-EXIT
075140     END-IF.
075150     PERFORM 7530-SUM-PAGE-CHECK THRU 7530-EXIT.
075160     MOVE "FAKULTAS" TO SMD-LABEL.
075170     COMPUTE SMD-KODE = WS-SUB - 1.
075180     MOVE SPACES TO SMD-NAMA.
075190     PERFORM 7555-SUM-FAK-NAMA THRU 7555-EXIT
075200         VARYING WS-SUB2 FROM 1 BY 1
075210         UNTIL WS-SUB2 > WS-FAK-COUNT.
075220     MOVE WS-FAKULTAS-COUNT(WS-SUB) TO SMD-JUMLAH.
075230     WRITE SUMMARY-RECORD FROM WS-SUM-DETAIL.
075240     ADD 1 TO WS-LINE-COUNT.
075250 7550-EXIT.
075260     EXIT.
075270
075280 7555-SUM-FAK-NAMA.
075290     IF WS-FAK-KODE(WS-SUB2) = WS-SUB - 1
075300         MOVE WS-FAK-NAMA-TAB(WS-SUB2) TO SMD-NAMA
075310     END-IF.
075320 7555-EXIT.
075330     EXIT.
075340
075350 7560-SUM-NEW-PAGE.
075360     ADD 1 TO WS-PAGE-COUNT.
075370     MOVE WS-RUN-DATE TO H2-TANGGAL.
075380     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
075390     IF WS-PAGE-COUNT > 1
075400         MOVE SPACES TO SUMMARY-RECORD
075410         WRITE SUMMARY-RECORD
075420     END-IF.
075430     WRITE SUMMARY-RECORD FROM WS-SUM-HEADER-1.
075440     WRITE SUMMARY-RECORD FROM WS-REPORT-HEADER-2.
075450     WRITE SUMMARY-RECORD FROM WS-REPORT-HEADER-3.
075460     MOVE 0 TO WS-LINE-COUNT.
075470 7560-EXIT.
075480     EXIT.
075490
075500*----------------------------------------------------------------*
075510* 7700 - LAPORAN REKONSILIASI MASTER VS EKSTRAK REGISTRASI       *
075520*----------------------------------------------------------------*
075530 7700-RECON-REPORT.
075540     OPEN INPUT REGISTRAR-FILE.
075550     IF WS-REG-STATUS NOT = "00"
075560         DISPLAY "BERKAS REGISTRASI (REGEXTRK) TIDAK DITEMUKAN."
075570         GO TO 7700-EXIT
075580     END-IF.
075590     MOVE 0 TO WS-EXT-COUNT.
075600     MOVE 'N' TO WS-EOF-SW.
075610     MOVE 'N' TO WS-EXT-FULL-SW.
075620     PERFORM 7710-RECON-LOAD-STEP THRU 7710-EXIT
075630         UNTIL WS-EOF.
075640     CLOSE REGISTRAR-FILE.
075650     IF WS-EXT-FULL
075660         DISPLAY "EKSTRAK MELEBIHI KAPASITAS TABEL REKONSILIASI "
075670             "(" WS-MAX-STUDENTS " BARIS) - LAPORAN DIBATALKAN."
075680         GO TO 7700-EXIT
075690     END-IF.
075700     OPEN OUTPUT RECON-FILE.
075710     IF WS-RCN-STATUS NOT = "00"
075720         DISPLAY "BERKAS REKONSILIASI (REKONPT) TIDAK DAPAT "
075730             "DIBUKA."
075740         GO TO 7700-EXIT
075750     END-IF.
075760     MOVE 0 TO WS-PAGE-COUNT.
075770     MOVE 99 TO WS-LINE-COUNT.
075780     PERFORM 7720-RECON-PAGE-CHECK THRU 7720-EXIT.
075790     WRITE RECON-RECORD FROM WS-RCN-SECTION-1.
075800     ADD 1 TO WS-LINE-COUNT.
075810     MOVE 0 TO WS-RCN-SECTION-COUNT.
075820     MOVE 'N' TO WS-EOF-SW.
075830     MOVE LOW-VALUES TO MASTER-RECORD.
075840     START MASTER-FILE KEY NOT LESS THAN MR-NPM
075850         INVALID KEY MOVE 'Y' TO WS-EOF-SW
075860     END-START.
075870     PERFORM 7730-RECON-MASTER-STEP THRU 7730-EXIT
075880         UNTIL WS-EOF.
075890     PERFORM 7770-RECON-SECTION-TOTAL THRU 7770-EXIT.
075900     PERFORM 7720-RECON-PAGE-CHECK THRU 7720-EXIT.
075910     WRITE RECON-RECORD FROM WS-RCN-SECTION-2.
075920     ADD 1 TO WS-LINE-COUNT.
075930     MOVE 0 TO WS-RCN-SECTION-COUNT.
075940     PERFORM 7750-RECON-EXT-NEW-STEP THRU 7750-EXIT
075950         VARYING WS-SUB FROM 1 BY 1
075960         UNTIL WS-SUB > WS-EXT-COUNT.
075970     PERFORM 7770-RECON-SECTION-TOTAL THRU 7770-EXIT.
075980     PERFORM 7720-RECON-PAGE-CHECK THRU 7720-EXIT.
075990     WRITE RECON-RECORD FROM WS-RCN-SECTION-3.
076000     ADD 1 TO WS-LINE-COUNT.
076010     MOVE 0 TO WS-RCN-SECTION-COUNT.
076020     PERFORM 7760-RECON-EXT-NAME-STEP THRU 7760-EXIT
076030         VARYING WS-SUB FROM 1 BY 1
076040         UNTIL WS-SUB > WS-EXT-COUNT.
076050     PERFORM 7770-RECON-SECTION-TOTAL THRU 7770-EXIT.
076060     CLOSE RECON-FILE.
076070     DISPLAY "LAPORAN REKONSILIASI DITULIS KE BERKAS REKONPT.".
076080 7700-EXIT.
076090     EXIT.
076100
076110 7710-RECON-LOAD-STEP.
076120     READ REGISTRAR-FILE
076130         AT END
076140             MOVE 'Y' TO WS-EOF-SW
076150         NOT AT END
076160             MOVE ZEROES TO WS-NPM-INPUT
076170             MOVE SPACES TO WS-NAMA
076180             UNSTRING REGISTRAR-RECORD DELIMITED BY ","
076190                 INTO WS-NPM-INPUT WS-NAMA
076200             IF WS-NPM-INPUT NUMERIC AND WS-NPM NOT = 0
076210                 IF WS-EXT-COUNT >= WS-MAX-STUDENTS
076220                     MOVE 'Y' TO WS-EXT-FULL-SW
076230                     MOVE 'Y' TO WS-EOF-SW
076240                 ELSE
076250                     ADD 1 TO WS-EXT-COUNT
076260                     MOVE WS-NPM TO WS-EXT-NPM(WS-EXT-COUNT)
076270                     MOVE WS-NAMA TO WS-EXT-NAMA(WS-EXT-COUNT)
076280                 END-IF
076290             END-IF
076300     END-READ.
076310 7710-EXIT.
076320     EXIT.
076330
076340 7720-RECON-PAGE-CHECK.
076350     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
076360         PERFORM 7780-RECON-NEW-PAGE THRU 7780-EXIT
076370     END-IF.
076380 7720-EXIT.
076390     EXIT.
076400
076410 7730-RECON-MASTER-STEP.
076420     READ MASTER-FILE NEXT RECORD
076430         AT END
076440             MOVE 'Y' TO WS-EOF-SW
076450         NOT AT END
076460             MOVE 'N' TO WS-RCN-FOUND-SW
076470             PERFORM 7740-RECON-FIND-EXT THRU 7740-EXIT
076480                 VARYING WS-SUB2 FROM 1 BY 1
076490                 UNTIL WS-SUB2 > WS-EXT-COUNT
076500                     OR WS-RCN-FOUND
076510             IF NOT WS-RCN-FOUND
076520                 PERFORM 7720-RECON-PAGE-CHECK THRU 7720-EXIT
076530                 MOVE SPACES TO RCN-LABEL
076540                 MOVE MR-NPM TO RCN-NPM
076550                 MOVE MR-NAMA TO RCN-NAMA
076560                 WRITE RECON-RECORD FROM WS-RCN-DETAIL
076570                 ADD 1 TO WS-LINE-COUNT
076580                 ADD 1 TO WS-RCN-SECTION-COUNT
076590             END-IF
076600     END-READ.
076610 7730-EXIT.
076620     EXIT.
076630
076640 7740-RECON-FIND-EXT.
076650     IF WS-EXT-NPM(WS-SUB2) = MR-NPM
076660         MOVE 'Y' TO WS-RCN-FOUND-SW
076670     END-IF.
076680 7740-EXIT.
076690     EXIT.
076700
076710 7750-RECON-EXT-NEW-STEP.
076720     MOVE WS-EXT-NPM(WS-SUB) TO MR-NPM.
076730     READ MASTER-FILE
076740         INVALID KEY
076750             PERFORM 7720-RECON-PAGE-CHECK THRU 7720-EXIT
076760             MOVE SPACES TO RCN-LABEL
076770             MOVE WS-EXT-NPM(WS-SUB) TO RCN-NPM
076780             MOVE WS-EXT-NAMA(WS-SUB) TO RCN-NAMA
076790             WRITE RECON-RECORD FROM WS-RCN-DETAIL
076800             ADD 1 TO WS-LINE-COUNT
076810             ADD 1 TO WS-RCN-SECTION-COUNT
076820         NOT INVALID KEY
076830             CONTINUE
076840     END-READ.
076850 7750-EXIT.
076860     EXIT.
076870
076880 7760-RECON-EXT-NAME-STEP.
076890     MOVE WS-EXT-NPM(WS-SUB) TO MR-NPM.
076900     READ MASTER-FILE
076910         INVALID KEY
076920             CONTINUE
076930         NOT INVALID KEY
076940             IF MR-NAMA NOT = WS-EXT-NAMA(WS-SUB)
076950                 PERFORM 7720-RECON-PAGE-CHECK THRU 7720-EXIT
076960                 MOVE "MASTER  : " TO RCN-LABEL
076970                 MOVE MR-NPM TO RCN-NPM
076980                 MOVE MR-NAMA TO RCN-NAMA
076990                 WRITE RECON-RECORD FROM WS-RCN-DETAIL
077000                 ADD 1 TO WS-LINE-COUNT
077010                 PERFORM 7720-RECON-PAGE-CHECK THRU 7720-EXIT
077020                 MOVE "EKSTRAK : " TO RCN-LABEL
077030                 MOVE WS-EXT-NAMA(WS-SUB) TO RCN-NAMA
077040                 WRITE RECON-RECORD FROM WS-RCN-DETAIL
077050                 ADD 1 TO WS-LINE-COUNT
077060                 ADD 1 TO WS-RCN-SECTION-COUNT
077070             END-IF
077080     END-READ.
077090 7760-EXIT.
077100     EXIT.
077110
077120 7770-RECON-SECTION-TOTAL.
077130     MOVE WS-RCN-SECTION-COUNT TO RCN-JUMLAH.
077140     PERFORM 7720-RECON-PAGE-CHECK THRU 7720-EXIT.
077150     WRITE RECON-RECORD FROM WS-RCN-TOTAL.
077160     ADD 1 TO WS-LINE-COUNT.
077170     PERFORM 7720-RECON-PAGE-CHECK THRU 7720-EXIT.
077180     MOVE SPACES TO RECON-RECORD.
077190     WRITE RECON-RECORD.
077200     ADD 1 TO WS-LINE-COUNT.
077210 7770-EXIT.
077220     EXIT.
077230
077240 7780-RECON-NEW-PAGE.
077250     ADD 1 TO WS-PAGE-COUNT.
077260     MOVE WS-RUN-DATE TO H2-TANGGAL.
077270     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
077280     IF WS-PAGE-COUNT > 1
077290         MOVE SPACES TO RECON-RECORD
077300         WRITE RECON-RECORD
077310     END-IF.
077320     WRITE RECON-RECORD FROM WS-RCN-HEADER-1.
077330     WRITE RECON-RECORD FROM WS-REPORT-HEADER-2.
077340     WRITE RECON-RECORD FROM WS-REPORT-HEADER-3.
077350     MOVE 0 TO WS-LINE-COUNT.
077360 7780-EXIT.
077370     EXIT.
077380
077390*----------------------------------------------------------------*
077400* 7800 - EVALUASI YUDISIUM SELURUH MAHASISWA AKTIF TERHADAP      *
077410*        SYARAT KURIKULUM FAKULTASNYA, LAPORAN LAYAK / TIDAK     *
077420*        LAYAK BERALASAN KE BERKAS YUDISPT                       *
077430*----------------------------------------------------------------*
077440 7800-YUDISIUM-RUN.
077450     MOVE 0 TO WS-YD-LAYAK-N.
077460     MOVE 0 TO WS-YD-TOLAK-N.
077470     IF WS-KR-COUNT = 0
077480         DISPLAY "BERKAS KURIKREF TIDAK ADA / KOSONG - EVALUASI "
077490             "YUDISIUM TIDAK DAPAT DIJALANKAN."
077500         MOVE 'Y' TO WS-OP-FAIL-SW
077510         GO TO 7800-EXIT
077520     END-IF.
077530     OPEN OUTPUT YUDIS-RPT-FILE.
077540     IF WS-YDR-STATUS NOT = "00"
077550         DISPLAY "BERKAS LAPORAN (YUDISPT) TIDAK DAPAT DIBUKA."
077560         MOVE 'Y' TO WS-OP-FAIL-SW
077570         GO TO 7800-EXIT
077580     END-IF.
077590     MOVE 0 TO WS-PAGE-COUNT.
077600     MOVE 99 TO WS-LINE-COUNT.
077610     MOVE 'N' TO WS-EOF-SW.
077620     MOVE LOW-VALUES TO MASTER-RECORD.
077630     START MASTER-FILE KEY NOT LESS THAN MR-NPM
077640         INVALID KEY MOVE 'Y' TO WS-EOF-SW
077650     END-START.
077660     PERFORM 7810-YUDISIUM-STEP THRU 7810-EXIT
077670         UNTIL WS-EOF.
077680     IF WS-PAGE-COUNT = 0
077690         PERFORM 7830-YUDISIUM-NEW-PAGE THRU 7830-EXIT
077700     END-IF.
077710     MOVE SPACES TO YUDIS-RPT-RECORD.
077720     WRITE YUDIS-RPT-RECORD.
077730     MOVE WS-YD-LAYAK-N TO YDT-LAYAK.
077740     WRITE YUDIS-RPT-RECORD FROM WS-YDR-TOTAL-1.
077750     MOVE WS-YD-TOLAK-N TO YDT-TOLAK.
077760     WRITE YUDIS-RPT-RECORD FROM WS-YDR-TOTAL-2.
077770     CLOSE YUDIS-RPT-FILE.
077780     DISPLAY WS-YD-LAYAK-N " MAHASISWA LAYAK, " WS-YD-TOLAK-N
077790         " TIDAK LAYAK - LAPORAN DI BERKAS YUDISPT.".
077800 7800-EXIT.
077810     EXIT.
077820
077830 7810-YUDISIUM-STEP.
077840     READ MASTER-FILE NEXT RECORD
077850         AT END
077860             MOVE 'Y' TO WS-EOF-SW
077870             GO TO 7810-EXIT
077880     END-READ.
077890     IF NOT MR-STATUS-AKTIF
077900         GO TO 7810-EXIT
077910     END-IF.
077920     MOVE MR-NPM TO WS-LOOKUP-NPM.
077930     PERFORM 7850-YUDISIUM-EVAL THRU 7850-EXIT.
077940     IF WS-LINE-COUNT + WS-YD-ALASAN-N >= WS-LINES-PER-PAGE
077950         PERFORM 7830-YUDISIUM-NEW-PAGE THRU 7830-EXIT
077960     END-IF.
077970     MOVE MR-NPM TO YD-NPM.
077980     MOVE MR-NAMA TO YD-NAMA.
077990     MOVE WS-YD-SKS TO YD-SKS.
078000     MOVE WS-YD-IPK TO YD-IPK.
078010     MOVE WS-YD-D-N TO YD-D.
078020     IF WS-YD-LAYAK
078030         MOVE "LAYAK" TO YD-HASIL
078040         ADD 1 TO WS-YD-LAYAK-N
078050     ELSE
078060         MOVE "TIDAK LAYAK" TO YD-HASIL
078070         ADD 1 TO WS-YD-TOLAK-N
078080     END-IF.
078090     WRITE YUDIS-RPT-RECORD FROM WS-YDR-DETAIL.
078100     ADD 1 TO WS-LINE-COUNT.
078110     PERFORM 7820-YUDISIUM-ALASAN THRU 7820-EXIT
078120         VARYING WS-SUB2 FROM 1 BY 1
078130         UNTIL WS-SUB2 > WS-YD-ALASAN-N.
078140 7810-EXIT.
078150     EXIT.
078160
078170 7820-YUDISIUM-ALASAN.
078180     MOVE WS-YD-ALASAN(WS-SUB2) TO YDA-TEKS.
078190     WRITE YUDIS-RPT-RECORD FROM WS-YDR-ALASAN.
078200     ADD 1 TO WS-LINE-COUNT.
078210 7820-EXIT.
078220     EXIT.
078230
078240 7830-YUDISIUM-NEW-PAGE.
078250     ADD 1 TO WS-PAGE-COUNT.
078260     MOVE WS-RUN-DATE TO H2-TANGGAL.
078270     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
078280     IF WS-PAGE-COUNT > 1
078290         MOVE SPACES TO YUDIS-RPT-RECORD
078300         WRITE YUDIS-RPT-RECORD
078310     END-IF.
078320     WRITE YUDIS-RPT-RECORD FROM WS-YDR-HEADER-1.
078330     WRITE YUDIS-RPT-RECORD FROM WS-REPORT-HEADER-2.
078340     WRITE YUDIS-RPT-RECORD FROM WS-REPORT-HEADER-3.
078350     WRITE YUDIS-RPT-RECORD FROM WS-YDR-HEADER-4.
078360     WRITE YUDIS-RPT-RECORD FROM WS-REPORT-HEADER-3.
078370     MOVE 0 TO WS-LINE-COUNT.
078380 7830-EXIT.
078390     EXIT.
078400
078410*----------------------------------------------------------------*
078420* 7850 - evaluasi yudisium satu NPM (masukan WS-LOOKUP-NPM):     *
078430*        kumpulkan nilai terbaik tiap matkul dari NILMAST, lalu  *
078440*        bandingkan dengan syarat kurikulum fakultas NPM.        *
078450*        Keluaran WS-YD-LAYAK-SW, WS-YD-SKS (SKS lulus),         *
078460*        WS-YD-IPK, WS-YD-D-N dan tabel WS-YD-ALASAN             *
078470*----------------------------------------------------------------*
078480 7850-YUDISIUM-EVAL.
078490     MOVE 'Y' TO WS-YD-LAYAK-SW.
078500     MOVE 0 TO WS-YD-ALASAN-N.
078510     MOVE 0 TO WS-YB-COUNT.
078520     MOVE 0 TO WS-YD-SKS.
078530     MOVE 0 TO WS-YD-SKS-IPK.
078540     MOVE 0 TO WS-YD-MUTU.
078550     MOVE 0 TO WS-YD-IPK.
078560     MOVE 0 TO WS-YD-D-N.
078570     MOVE 'N' TO WS-NIL-EOF-SW.
078580     MOVE WS-LOOKUP-NPM TO NM-NPM.
078590     MOVE LOW-VALUES TO NM-SEMESTER.
078600     MOVE LOW-VALUES TO NM-MATKUL.
078610     START NILAI-FILE KEY NOT LESS THAN NM-KEY
078620         INVALID KEY MOVE 'Y' TO WS-NIL-EOF-SW
078630     END-START.
078640     PERFORM 7852-YUDISIUM-NILAI-STEP THRU 7852-EXIT
078650         UNTIL WS-NIL-EOF.
078660     PERFORM 7856-YUDISIUM-HITUNG THRU 7856-EXIT
078670         VARYING WS-SUB2 FROM 1 BY 1
078680         UNTIL WS-SUB2 > WS-YB-COUNT.
078690     IF WS-YD-SKS-IPK > 0
078700         COMPUTE WS-YD-IPK ROUNDED = WS-YD-MUTU / WS-YD-SKS-IPK
078710     END-IF.
078720     MOVE WS-LOOKUP-NPM TO WS-NPM.
078730     MOVE WS-NPM-FAKULTAS TO WS-KR-FAK-CARI.
078740     PERFORM 7890-CARI-KURIKULUM THRU 7890-EXIT.
078750     IF WS-KR-IDX = 0
078760         MOVE SPACES TO WS-YD-TEKS
078770         STRING "KURIKULUM FAK " WS-NPM-FAKULTAS
078780             " TAK ADA" DELIMITED BY SIZE INTO WS-YD-TEKS
078790         PERFORM 7870-YUDISIUM-TAMBAH-ALASAN THRU 7870-EXIT
078800         GO TO 7850-EXIT
078810     END-IF.
078820     IF WS-YD-SKS < WS-KR-MIN-SKS(WS-KR-IDX)
078830         MOVE WS-YD-SKS TO WS-YD-ED-1
078840         MOVE WS-KR-MIN-SKS(WS-KR-IDX) TO WS-YD-ED-2
078850         MOVE SPACES TO WS-YD-TEKS
078860         STRING "SKS " WS-YD-ED-1 " < MIN " WS-YD-ED-2
078870             DELIMITED BY SIZE INTO WS-YD-TEKS
078880         PERFORM 7870-YUDISIUM-TAMBAH-ALASAN THRU 7870-EXIT
078890     END-IF.
078900     IF WS-YD-IPK < WS-KR-MIN-IPK(WS-KR-IDX)
078910         MOVE WS-YD-IPK TO WS-YD-IPK-ED-1
078920         MOVE WS-KR-MIN-IPK(WS-KR-IDX) TO WS-YD-IPK-ED-2
078930         MOVE SPACES TO WS-YD-TEKS
078940         STRING "IPK " WS-YD-IPK-ED-1 " < MIN " WS-YD-IPK-ED-2
078950             DELIMITED BY SIZE INTO WS-YD-TEKS
078960         PERFORM 7870-YUDISIUM-TAMBAH-ALASAN THRU 7870-EXIT
078970     END-IF.
078980     IF WS-YD-D-N > WS-KR-MAKS-D(WS-KR-IDX)
078990         MOVE WS-YD-D-N TO WS-YD-ED-1
079000         MOVE WS-KR-MAKS-D(WS-KR-IDX) TO WS-YD-ED-2
079010         MOVE SPACES TO WS-YD-TEKS
079020         STRING "NILAI D " WS-YD-ED-1 " > MAKS " WS-YD-ED-2
079030             DELIMITED BY SIZE INTO WS-YD-TEKS
079040         PERFORM 7870-YUDISIUM-TAMBAH-ALASAN THRU 7870-EXIT
079050     END-IF.
079060     PERFORM 7858-YUDISIUM-WAJIB THRU 7858-EXIT
079070         VARYING WS-SUB2 FROM 1 BY 1
079080         UNTIL WS-SUB2 > WS-KW-COUNT.
079090 7850-EXIT.
079100     EXIT.
079110
079120*----------------------------------------------------------------*
079130* 7852 - satu rekaman nilai: simpan ke tabel nilai terbaik; bila *
079140*        matkul sudah ada (diulang), pertahankan bobot tertinggi *
079150*----------------------------------------------------------------*
079160 7852-YUDISIUM-NILAI-STEP.
079170     READ NILAI-FILE NEXT RECORD
079180         AT END
079190             MOVE 'Y' TO WS-NIL-EOF-SW
079200             GO TO 7852-EXIT
079210     END-READ.
079220     IF NM-NPM NOT = WS-LOOKUP-NPM
079230         MOVE 'Y' TO WS-NIL-EOF-SW
079240         GO TO 7852-EXIT
079250     END-IF.
079260     MOVE NM-NILAI TO WS-NILAI-CARI.
079270     PERFORM 6640-CARI-BOBOT THRU 6640-EXIT.
079280     MOVE NM-MATKUL TO WS-MATKUL-IN.
079290     PERFORM 7854-YUDISIUM-CARI-MATKUL THRU 7854-EXIT.
079300     IF WS-YB-FOUND
079310         IF WS-BOBOT-NILAI > WS-YB-BOBOT(WS-YB-IDX)
079320             MOVE NM-SKS TO WS-YB-SKS(WS-YB-IDX)
079330             MOVE NM-NILAI TO WS-YB-NILAI(WS-YB-IDX)
079340             MOVE WS-BOBOT-NILAI TO WS-YB-BOBOT(WS-YB-IDX)
079350         END-IF
079360         GO TO 7852-EXIT
079370     END-IF.
079380     IF WS-YB-COUNT NOT < 100
079390         GO TO 7852-EXIT
079400     END-IF.
079410     ADD 1 TO WS-YB-COUNT.
079420     MOVE NM-MATKUL TO WS-YB-MATKUL(WS-YB-COUNT).
079430     MOVE NM-SKS TO WS-YB-SKS(WS-YB-COUNT).
079440     MOVE NM-NILAI TO WS-YB-NILAI(WS-YB-COUNT).
079450     MOVE WS-BOBOT-NILAI TO WS-YB-BOBOT(WS-YB-COUNT).
079460 7852-EXIT.
079470     EXIT.
079480
079490*----------------------------------------------------------------*
079500* 7854 - cari WS-MATKUL-IN di tabel nilai terbaik                *
079510*        (keluaran WS-YB-FOUND-SW dan WS-YB-IDX)                 *
079520*----------------------------------------------------------------*
079530 7854-YUDISIUM-CARI-MATKUL.
079540     MOVE 'N' TO WS-YB-FOUND-SW.
079550     MOVE 0 TO WS-YB-IDX.
079560     PERFORM 7855-YUDISIUM-CARI-STEP THRU 7855-EXIT
079570         VARYING WS-SUB3 FROM 1 BY 1
079580         UNTIL WS-SUB3 > WS-YB-COUNT
079590             OR WS-YB-FOUND.
079600 7854-EXIT.
079610     EXIT.
079620
079630 7855-YUDISIUM-CARI-STEP.
079640     IF WS-YB-MATKUL(WS-SUB3) = WS-MATKUL-IN
079650         MOVE WS-SUB3 TO WS-YB-IDX
079660         MOVE 'Y' TO WS-YB-FOUND-SW
079670     END-IF.
079680 7855-EXIT.
079690     EXIT.
079700
079710*----------------------------------------------------------------*
079720* 7856 - akumulasi satu matkul (nilai terbaik): SKS lulus hanya  *
079730*        bila bobot > 0, IPK atas semua matkul, hitung nilai D   *
079740*----------------------------------------------------------------*
079750 7856-YUDISIUM-HITUNG.
079760     ADD WS-YB-SKS(WS-SUB2) TO WS-YD-SKS-IPK.
079770     COMPUTE WS-YD-MUTU = WS-YD-MUTU
079780         + WS-YB-SKS(WS-SUB2) * WS-YB-BOBOT(WS-SUB2).
079790     IF WS-YB-BOBOT(WS-SUB2) > 0
079800         ADD WS-YB-SKS(WS-SUB2) TO WS-YD-SKS
079810     END-IF.
079820     IF WS-YB-NILAI(WS-SUB2)(1:1) = "D"
079830         ADD 1 TO WS-YD-D-N
079840     END-IF.
079850 7856-EXIT.
079860     EXIT.
079870
079880*----------------------------------------------------------------*
079890* 7858 - satu matkul wajib fakultas: harus ada dengan bobot > 0  *
079900*----------------------------------------------------------------*
079910 7858-YUDISIUM-WAJIB.
079920     IF WS-KW-FAK(WS-SUB2) NOT = WS-KR-FAK-CARI
079930         GO TO 7858-EXIT
079940     END-IF.
079950     MOVE WS-KW-MATKUL(WS-SUB2) TO WS-MATKUL-IN.
079960     PERFORM 7854-YUDISIUM-CARI-MATKUL THRU 7854-EXIT.
079970     IF WS-YB-FOUND
079980         IF WS-YB-BOBOT(WS-YB-IDX) > 0
079990             GO TO 7858-EXIT
080000         END-IF
080010     END-IF.
080020     MOVE SPACES TO WS-YD-TEKS.
080030     STRING "WAJIB BELUM LULUS: " WS-KW-MATKUL(WS-SUB2)
080040         DELIMITED BY SIZE INTO WS-YD-TEKS.
080050     PERFORM 7870-YUDISIUM-TAMBAH-ALASAN THRU 7870-EXIT.
080060 7858-EXIT.
080070     EXIT.
080080
080090*----------------------------------------------------------------*
080100* 7870 - catat satu alasan tidak layak (WS-YD-TEKS)              *
080110*----------------------------------------------------------------*
080120 7870-YUDISIUM-TAMBAH-ALASAN.
080130     MOVE 'N' TO WS-YD-LAYAK-SW.
080140     IF WS-YD-ALASAN-N < 10
080150         ADD 1 TO WS-YD-ALASAN-N
080160         MOVE WS-YD-TEKS TO WS-YD-ALASAN(WS-YD-ALASAN-N)
080170     END-IF.
080180 7870-EXIT.
080190     EXIT.
080200
080210*----------------------------------------------------------------*
080220* 7880 - tampilkan seluruh alasan tidak layak ke layar           *
080230*----------------------------------------------------------------*
080240 7880-YUDISIUM-TAMPIL.
080250     DISPLAY "TIDAK LOLOS YUDISIUM - STATUS LULUS DITOLAK:".
080260     PERFORM 7885-YUDISIUM-TAMPIL-STEP THRU 7885-EXIT
080270         VARYING WS-SUB2 FROM 1 BY 1
080280         UNTIL WS-SUB2 > WS-YD-ALASAN-N.
080290 7880-EXIT.
080300     EXIT.
080310
080320 7885-YUDISIUM-TAMPIL-STEP.
080330     DISPLAY "  - " WS-YD-ALASAN(WS-SUB2).
080340 7885-EXIT.
080350     EXIT.
080360
080370*----------------------------------------------------------------*
080380* 7890 - cari kode fakultas WS-KR-FAK-CARI di tabel KURIKREF     *
080390*        (keluaran WS-KR-IDX; nol bila tidak ada)                *
080400*----------------------------------------------------------------*
080410 7890-CARI-KURIKULUM.
080420     MOVE 0 TO WS-KR-IDX.
080430     PERFORM 7895-CARI-KURIKULUM-STEP THRU 7895-EXIT
080440         VARYING WS-SUB3 FROM 1 BY 1
080450         UNTIL WS-SUB3 > WS-KR-COUNT
080460             OR WS-KR-IDX > 0.
080470 7890-EXIT.
080480     EXIT.
080490
080500 7895-CARI-KURIKULUM-STEP.
080510     IF WS-KR-FAK(WS-SUB3) = WS-KR-FAK-CARI
080520         MOVE WS-SUB3 TO WS-KR-IDX
080530     END-IF.
080540 7895-EXIT.
080550     EXIT.
080560
080570*----------------------------------------------------------------*
080580* 8000 - EKSPOR CSV UNTUK SISTEM SIAK (baca MAHMAST langsung)    *
080590*----------------------------------------------------------------*
080600 8000-CSV-EXPORT.
080610     MOVE LOW-VALUES TO MASTER-RECORD.
080620     START MASTER-FILE KEY NOT LESS THAN MR-NPM
080630         INVALID KEY
080640             DISPLAY "BELUM ADA DATA MAHASISWA."
080650             MOVE 'Y' TO WS-OP-FAIL-SW
080660             GO TO 8000-EXIT
080670     END-START.
080680     IF NOT WS-BATCH-MODE
080690         DISPLAY "KELAS TERTENTU (KOSONG = SEMUA KELAS) : "
080700             WITH NO ADVANCING
080710         ACCEPT WS-KELAS-FILTER
080720     END-IF.
080730     IF WS-KELAS-FILTER NOT = SPACES AND WS-KL-COUNT > 0
080740         MOVE WS-KELAS-FILTER TO WS-KL-CARI
080750         PERFORM 9180-CARI-KELAS THRU 9180-EXIT
080760         IF NOT WS-KL-FOUND
080770             DISPLAY "KELAS " WS-KELAS-FILTER " TIDAK TERDAFTAR "
080780                 "DI KELASREF - EKSPOR DIBATALKAN."
080790             MOVE 'Y' TO WS-OP-FAIL-SW
080800             GO TO 8000-EXIT
080810         END-IF
080820     END-IF.
080830     OPEN OUTPUT CSV-OUT-FILE.
080840     IF WS-CSV-STATUS NOT = "00"
080850         DISPLAY "BERKAS EKSPOR CSV (SIAKOUT) TIDAK DAPAT DIBUKA."
080860         MOVE 'Y' TO WS-OP-FAIL-SW
080870         GO TO 8000-EXIT
080880     END-IF.
080890     MOVE 0 TO WS-RUNNING-COUNT.
080900     MOVE 'N' TO WS-EOF-SW.
080910     PERFORM 8100-CSV-LINE THRU 8100-EXIT
080920         UNTIL WS-EOF.
080930     CLOSE CSV-OUT-FILE.
080940     DISPLAY WS-RUNNING-COUNT " BARIS DITULIS KE BERKAS SIAKOUT.".
080950 8000-EXIT.
080960     EXIT.
080970
080980 8100-CSV-LINE.
080990     READ MASTER-FILE NEXT RECORD
081000         AT END
081010             MOVE 'Y' TO WS-EOF-SW
081020         NOT AT END
081030             IF WS-KELAS-FILTER NOT = SPACES
081040                     AND MR-KELAS NOT = WS-KELAS-FILTER
081050                 CONTINUE
081060             ELSE
081070                 MOVE MR-NPM TO CL-NPM
081080                 MOVE MR-NAMA TO CL-NAMA
081090                 MOVE MR-KELAS TO CL-KELAS
081100                 WRITE CSV-OUT-RECORD FROM WS-CSV-LINE
081110                 ADD 1 TO WS-RUNNING-COUNT
081120             END-IF
081130     END-READ.
081140 8100-EXIT.
081150     EXIT.
081160
081170*----------------------------------------------------------------*
081180* 8200 - ANALISIS KOHORT PER ANGKATAN DAN FAKULTAS: GABUNGAN     *
081190*        MAHMAST DAN ALUMAST MENURUT DIGIT ANGKATAN/FAKULTAS     *
081200*        NPM - JUMLAH MASUK, PER STATUS, LULUS TEPAT WAKTU       *
081210*        (MAKS. 4 TAHUN SEJAK AGUSTUS ANGKATAN) DAN TERLAMBAT,   *
081220*        RATA-RATA LAMA STUDI; LAPORAN KOHORPT DAN CSV KOHORCSV  *
081230*----------------------------------------------------------------*
081240 8200-KOHORT-REPORT.
081250     OPEN OUTPUT KOHORT-RPT-FILE.
081260     IF WS-KHR-STATUS NOT = "00"
081270         DISPLAY "BERKAS LAPORAN (KOHORPT) TIDAK DAPAT DIBUKA."
081280         MOVE 'Y' TO WS-OP-FAIL-SW
081290         GO TO 8200-EXIT
081300     END-IF.
081310     OPEN OUTPUT KOHORT-CSV-FILE.
081320     IF WS-KHC-STATUS NOT = "00"
081330         DISPLAY "BERKAS EKSPOR (KOHORCSV) TIDAK DAPAT DIBUKA."
081340         MOVE 'Y' TO WS-OP-FAIL-SW
081350         CLOSE KOHORT-RPT-FILE
081360         GO TO 8200-EXIT
081370     END-IF.
081380     MOVE 0 TO WS-KH-T-MASUK.
081390     MOVE 0 TO WS-KH-T-AKTIF.
081400     MOVE 0 TO WS-KH-T-CUTI.
081410     MOVE 0 TO WS-KH-T-DO.
081420     MOVE 0 TO WS-KH-T-LULUS.
081430     MOVE 0 TO WS-KH-T-TEPAT.
081440     MOVE 0 TO WS-KH-T-TELAT.
081450     MOVE 0 TO WS-KH-T-BULAN.
081460     MOVE 0 TO WS-RUNNING-COUNT.
081470     SORT SORT-FILE
081480             ON ASCENDING KEY SH-ANGKATAN
081490             ON ASCENDING KEY SH-FAKULTAS
081500         INPUT PROCEDURE IS 8210-KOHORT-RELEASE
081510             THRU 8210-EXIT
081520         OUTPUT PROCEDURE IS 8250-KOHORT-PRINT
081530             THRU 8250-EXIT.
081540     CLOSE KOHORT-RPT-FILE.
081550     CLOSE KOHORT-CSV-FILE.
081560     DISPLAY WS-RUNNING-COUNT " KOHORT - LAPORAN DI BERKAS "
081570         "KOHORPT, CSV DI BERKAS KOHORCSV.".
081580 8200-EXIT.
081590     EXIT.
081600
081610*----------------------------------------------------------------*
081620* 8210 - prosedur masukan SORT: semua mahasiswa MAHMAST lalu     *
081630*        semua alumni ALUMAST (lama studi dari AM-TGL-LULUS)     *
081640*----------------------------------------------------------------*
081650 8210-KOHORT-RELEASE.
081660     MOVE 'N' TO WS-EOF-SW.
081670     MOVE LOW-VALUES TO MASTER-RECORD.
081680     START MASTER-FILE KEY NOT LESS THAN MR-NPM
081690         INVALID KEY MOVE 'Y' TO WS-EOF-SW
081700     END-START.
081710     PERFORM 8220-KOHORT-MASTER-STEP THRU 8220-EXIT
081720         UNTIL WS-EOF.
081730     OPEN INPUT ALUMNI-FILE.
081740     IF WS-ALM-STATUS = "00"
081750         MOVE 'N' TO WS-EOF-SW
081760         MOVE LOW-VALUES TO ALUMNI-RECORD
081770         START ALUMNI-FILE KEY NOT LESS THAN AM-NPM
081780             INVALID KEY MOVE 'Y' TO WS-EOF-SW
081790         END-START
081800         PERFORM 8230-KOHORT-ALUMNI-STEP THRU 8230-EXIT
081810             UNTIL WS-EOF
081820         CLOSE ALUMNI-FILE
081830     ELSE
081840         IF WS-ALM-STATUS NOT = "35"
081850             DISPLAY "PERINGATAN: ALUMAST TIDAK DAPAT DIBUKA - "
081860                 "FILE STATUS " WS-ALM-STATUS
081870                 " - ALUMNI TIDAK DIHITUNG."
081880         END-IF
081890     END-IF.
081900 8210-EXIT.
081910     EXIT.
081920
081930 8220-KOHORT-MASTER-STEP.
081940     READ MASTER-FILE NEXT RECORD
081950         AT END
081960             MOVE 'Y' TO WS-EOF-SW
081970             GO TO 8220-EXIT
081980     END-READ.
081990     MOVE MR-NPM TO WS-NPM.
082000     MOVE WS-NPM-TAHUN TO SH-ANGKATAN.
082010     MOVE WS-NPM-FAKULTAS TO SH-FAKULTAS.
082020     MOVE MR-NPM TO SH-NPM.
082030     MOVE MR-STATUS TO SH-STATUS.
082040     MOVE 'N' TO SH-ADA-TGL.
082050     MOVE 0 TO SH-BULAN.
082060     RELEASE SORT-KOHORT-RECORD.
082070 8220-EXIT.
082080     EXIT.
082090
082100 8230-KOHORT-ALUMNI-STEP.
082110     READ ALUMNI-FILE NEXT RECORD
082120         AT END
082130             MOVE 'Y' TO WS-EOF-SW
082140             GO TO 8230-EXIT
082150     END-READ.
082160     MOVE AM-NPM TO WS-NPM.
082170     MOVE WS-NPM-TAHUN TO SH-ANGKATAN.
082180     MOVE WS-NPM-FAKULTAS TO SH-FAKULTAS.
082190     MOVE AM-NPM TO SH-NPM.
082200     MOVE "L" TO SH-STATUS.
082210     MOVE 'Y' TO SH-ADA-TGL.
082220     MOVE AM-TGL-LULUS TO WS-TGL-KONV.
082230     COMPUTE WS-KH-LAMA =
082240         (WS-TGL-K-TAHUN - 2000 - WS-NPM-TAHUN) * 12
082250         + WS-TGL-K-BULAN - WS-KH-BULAN-MASUK.
082260     IF WS-KH-LAMA < 0
082270         MOVE 0 TO WS-KH-LAMA
082280     END-IF.
082290     MOVE WS-KH-LAMA TO SH-BULAN.
082300     RELEASE SORT-KOHORT-RECORD.
082310 8230-EXIT.
082320     EXIT.
082330
082340*----------------------------------------------------------------*
082350* 8250 - prosedur keluaran SORT: satu baris laporan dan satu     *
082360*        baris CSV per angkatan+fakultas, total di akhir         *
082370*----------------------------------------------------------------*
082380 8250-KOHORT-PRINT.
082390     MOVE 0 TO WS-PAGE-COUNT.
082400     MOVE 99 TO WS-LINE-COUNT.
082410     MOVE 'N' TO WS-KH-GRUP-ADA-SW.
082420     MOVE 'N' TO WS-EOF-SW.
082430     PERFORM 8260-KOHORT-LINE THRU 8260-EXIT
082440         UNTIL WS-EOF.
082450     IF WS-KH-GRUP-ADA
082460         PERFORM 8270-KOHORT-TULIS THRU 8270-EXIT
082470     END-IF.
082480     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
082490         PERFORM 8280-KOHORT-NEW-PAGE THRU 8280-EXIT
082500     END-IF.
082510     MOVE WS-KH-T-MASUK TO WS-KH-MASUK.
082520     MOVE WS-KH-T-AKTIF TO WS-KH-AKTIF.
082530     MOVE WS-KH-T-CUTI TO WS-KH-CUTI.
082540     MOVE WS-KH-T-DO TO WS-KH-DO.
082550     MOVE WS-KH-T-LULUS TO WS-KH-LULUS.
082560     MOVE WS-KH-T-TEPAT TO WS-KH-TEPAT.
082570     MOVE WS-KH-T-TELAT TO WS-KH-TELAT.
082580     MOVE WS-KH-T-BULAN TO WS-KH-BULAN.
082590     PERFORM 8275-KOHORT-HITUNG THRU 8275-EXIT.
082600     MOVE SPACES TO KOHORT-RPT-RECORD.
082610     WRITE KOHORT-RPT-RECORD.
082620     MOVE 0 TO KD-ANGKATAN.
082630     MOVE SPACES TO KD-FAKULTAS.
082640     MOVE "TOTAL" TO KD-FAK-NAMA.
082650     PERFORM 8278-KOHORT-ISI-BARIS THRU 8278-EXIT.
082660     WRITE KOHORT-RPT-RECORD FROM WS-KHR-DETAIL.
082670 8250-EXIT.
082680     EXIT.
082690
082700 8260-KOHORT-LINE.
082710     RETURN SORT-FILE
082720         AT END
082730             MOVE 'Y' TO WS-EOF-SW
082740             GO TO 8260-EXIT
082750     END-RETURN.
082760     IF WS-KH-GRUP-ADA
082770         IF SH-ANGKATAN NOT = WS-KH-ANGKATAN
082780                 OR SH-FAKULTAS NOT = WS-KH-FAKULTAS
082790             PERFORM 8270-KOHORT-TULIS THRU 8270-EXIT
082800             MOVE 'N' TO WS-KH-GRUP-ADA-SW
082810         END-IF
082820     END-IF.
082830     IF NOT WS-KH-GRUP-ADA
082840         MOVE 'Y' TO WS-KH-GRUP-ADA-SW
082850         MOVE SH-ANGKATAN TO WS-KH-ANGKATAN
082860         MOVE SH-FAKULTAS TO WS-KH-FAKULTAS
082870         MOVE 0 TO WS-KH-MASUK
082880         MOVE 0 TO WS-KH-AKTIF
082890         MOVE 0 TO WS-KH-CUTI
082900         MOVE 0 TO WS-KH-DO
082910         MOVE 0 TO WS-KH-LULUS
082920         MOVE 0 TO WS-KH-TEPAT
082930         MOVE 0 TO WS-KH-TELAT
082940         MOVE 0 TO WS-KH-BULAN
082950     END-IF.
082960     ADD 1 TO WS-KH-MASUK.
082970     EVALUATE SH-STATUS
082980         WHEN "A"
082990             ADD 1 TO WS-KH-AKTIF
083000         WHEN "C"
083010             ADD 1 TO WS-KH-CUTI
083020         WHEN "D"
083030             ADD 1 TO WS-KH-DO
083040         WHEN "L"
083050             ADD 1 TO WS-KH-LULUS
083060     END-EVALUATE.
083070     IF SH-ADA-TGL = 'Y'
083080         ADD SH-BULAN TO WS-KH-BULAN
083090         IF SH-BULAN <= WS-KH-BATAS-BULAN
083100             ADD 1 TO WS-KH-TEPAT
083110         ELSE
083120             ADD 1 TO WS-KH-TELAT
083130         END-IF
083140     END-IF.
083150 8260-EXIT.
083160     EXIT.
083170
083180*----------------------------------------------------------------*
083190* 8270 - tulis satu kohort ke laporan dan CSV, tambah ke total   *
083200*----------------------------------------------------------------*
083210 8270-KOHORT-TULIS.
083220     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
083230         PERFORM 8280-KOHORT-NEW-PAGE THRU 8280-EXIT
083240     END-IF.
083250     ADD WS-KH-MASUK TO WS-KH-T-MASUK.
083260     ADD WS-KH-AKTIF TO WS-KH-T-AKTIF.
083270     ADD WS-KH-CUTI TO WS-KH-T-CUTI.
083280     ADD WS-KH-DO TO WS-KH-T-DO.
083290     ADD WS-KH-LULUS TO WS-KH-T-LULUS.
083300     ADD WS-KH-TEPAT TO WS-KH-T-TEPAT.
083310     ADD WS-KH-TELAT TO WS-KH-T-TELAT.
083320     ADD WS-KH-BULAN TO WS-KH-T-BULAN.
083330     PERFORM 8275-KOHORT-HITUNG THRU 8275-EXIT.
083340     COMPUTE KD-ANGKATAN = 2000 + WS-KH-ANGKATAN.
083350     MOVE WS-KH-FAKULTAS TO KD-FAKULTAS.
083360     MOVE SPACES TO KD-FAK-NAMA.
083370     PERFORM 8265-KOHORT-FAK-NAMA THRU 8265-EXIT
083380         VARYING WS-SUB2 FROM 1 BY 1
083390         UNTIL WS-SUB2 > WS-FAK-COUNT.
083400     PERFORM 8278-KOHORT-ISI-BARIS THRU 8278-EXIT.
083410     WRITE KOHORT-RPT-RECORD FROM WS-KHR-DETAIL.
083420     ADD 1 TO WS-LINE-COUNT.
083430     MOVE KD-ANGKATAN TO KC-ANGKATAN.
083440     MOVE WS-KH-FAKULTAS TO KC-FAKULTAS.
083450     MOVE WS-KH-MASUK TO KC-MASUK.
083460     MOVE WS-KH-AKTIF TO KC-AKTIF.
083470     MOVE WS-KH-CUTI TO KC-CUTI.
083480     MOVE WS-KH-DO TO KC-DO.
083490     MOVE WS-KH-LULUS TO KC-LULUS.
083500     MOVE WS-KH-TEPAT TO KC-TEPAT.
083510     MOVE WS-KH-TELAT TO KC-TELAT.
083520     MOVE WS-KH-PCT-TEPAT TO KC-PCT-TEPAT.
083530     MOVE WS-KH-PCT-TELAT TO KC-PCT-TELAT.
083540     MOVE WS-KH-RATA TO KC-RATA.
083550     WRITE KOHORT-CSV-RECORD FROM WS-KHC-LINE.
083560     ADD 1 TO WS-RUNNING-COUNT.
083570 8270-EXIT.
083580     EXIT.
083590
083600 8265-KOHORT-FAK-NAMA.
083610     IF WS-FAK-KODE(WS-SUB2) = WS-KH-FAKULTAS
083620         MOVE WS-FAK-NAMA-TAB(WS-SUB2) TO KD-FAK-NAMA
083630     END-IF.
083640 8265-EXIT.
083650     EXIT.
083660
083670*----------------------------------------------------------------*
083680* 8275 - persentase lulus tepat/terlambat dan rata-rata lama     *
083690*        studi (tahun) dari alumni bertanggal lulus              *
083700*----------------------------------------------------------------*
083710 8275-KOHORT-HITUNG.
083720     MOVE 0 TO WS-KH-PCT-TEPAT.
083730     MOVE 0 TO WS-KH-PCT-TELAT.
083740     MOVE 0 TO WS-KH-RATA.
083750     COMPUTE WS-KH-BERTGL = WS-KH-TEPAT + WS-KH-TELAT.
083760     IF WS-KH-BERTGL > 0
083770         COMPUTE WS-KH-PCT-TEPAT ROUNDED =
083780             WS-KH-TEPAT * 100 / WS-KH-BERTGL
083790         COMPUTE WS-KH-PCT-TELAT ROUNDED =
083800             WS-KH-TELAT * 100 / WS-KH-BERTGL
083810         COMPUTE WS-KH-RATA ROUNDED =
083820             WS-KH-BULAN / WS-KH-BERTGL / 12
083830     END-IF.
083840 8275-EXIT.
083850     EXIT.
083860
083870 8278-KOHORT-ISI-BARIS.
083880     MOVE WS-KH-MASUK TO KD-MASUK.
083890     MOVE WS-KH-AKTIF TO KD-AKTIF.
083900     MOVE WS-KH-CUTI TO KD-CUTI.
083910     MOVE WS-KH-DO TO KD-DO.
083920     MOVE WS-KH-LULUS TO KD-LULUS.
083930     MOVE WS-KH-PCT-TEPAT TO KD-PCT-TEPAT.
083940     MOVE WS-KH-PCT-TELAT TO KD-PCT-TELAT.
083950     MOVE WS-KH-RATA TO KD-RATA.
083960 8278-EXIT.
083970     EXIT.
083980
083990 8280-KOHORT-NEW-PAGE.
084000     ADD 1 TO WS-PAGE-COUNT.
084010     MOVE WS-RUN-DATE TO H2-TANGGAL.
084020     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
084030     IF WS-PAGE-COUNT > 1
084040         MOVE SPACES TO KOHORT-RPT-RECORD
084050         WRITE KOHORT-RPT-RECORD
084060     END-IF.
084070     WRITE KOHORT-RPT-RECORD FROM WS-KHR-HEADER-1.
084080     WRITE KOHORT-RPT-RECORD FROM WS-REPORT-HEADER-2.
084090     WRITE KOHORT-RPT-RECORD FROM WS-REPORT-HEADER-3.
084100     WRITE KOHORT-RPT-RECORD FROM WS-KHR-HEADER-4.
084110     WRITE KOHORT-RPT-RECORD FROM WS-KHR-HEADER-5.
084120     WRITE KOHORT-RPT-RECORD FROM WS-REPORT-HEADER-3.
084130     MOVE 0 TO WS-LINE-COUNT.
084140 8280-EXIT.
084150     EXIT.
084160
084170*----------------------------------------------------------------*
084180* 8300 - DISTRIBUSI NILAI DAN TINGKAT KELULUSAN PER MATKUL UNTUK *
084190*        RENTANG SEMESTER: JUMLAH DAN PERSEN TIAP HURUF BOBOTREF,*
084200*        RATA-RATA BOBOT, PERSEN LULUS; PENGAMBILAN PERTAMA DAN  *
084210*        ULANGAN DIPISAH; MATKUL DENGAN PORSI D+E DI ATAS AMBANG *
084220*        ATAU RATA-RATA JAUH DI ATAS NORMA DITANDAI (DISTNPT)    *
084230*----------------------------------------------------------------*
084240 8300-DIST-NILAI.
084250     IF NOT WS-BATCH-MODE
084260         DISPLAY "SEMESTER AWAL (TTTTS, KOSONG = "
084270             WS-SEM-BERJALAN ") : " WITH NO ADVANCING
084280         ACCEPT WS-DN-SEM-AWAL
084290         DISPLAY "SEMESTER AKHIR (KOSONG = SAMA DENGAN AWAL) : "
084300             WITH NO ADVANCING
084310         ACCEPT WS-DN-SEM-AKHIR
084320         DISPLAY "AMBANG PORSI D+E DALAM PERSEN (KOSONG = "
084330             "30) : " WITH NO ADVANCING
084340         ACCEPT WS-DN-AMBANG-IN
084350     END-IF.
084360     IF WS-DN-SEM-AWAL = SPACES
084370         MOVE WS-SEM-BERJALAN TO WS-DN-SEM-AWAL
084380     END-IF.
084390     IF WS-DN-SEM-AKHIR = SPACES
084400         MOVE WS-DN-SEM-AWAL TO WS-DN-SEM-AKHIR
084410     END-IF.
084420     IF WS-DN-SEM-AWAL NOT NUMERIC
084430             OR WS-DN-SEM-AKHIR NOT NUMERIC
084440             OR WS-DN-SEM-AWAL > WS-DN-SEM-AKHIR
084450         DISPLAY "RENTANG SEMESTER TIDAK VALID."
084460         MOVE 'Y' TO WS-OP-FAIL-SW
084470         GO TO 8300-EXIT
084480     END-IF.
084490     MOVE 30 TO WS-DN-AMBANG.
084500     IF WS-DN-AMBANG-IN NOT = SPACES
084510         MOVE SPACES TO WS-DN-AMBANG-X
084520         UNSTRING WS-DN-AMBANG-IN DELIMITED BY SPACE
084530             INTO WS-DN-AMBANG-X
084540         INSPECT WS-DN-AMBANG-X REPLACING LEADING SPACE BY ZERO
084550         IF WS-DN-AMBANG-X NOT NUMERIC
084560             DISPLAY "AMBANG D+E TIDAK VALID."
084570             MOVE 'Y' TO WS-OP-FAIL-SW
084580             GO TO 8300-EXIT
084590         END-IF
084600         MOVE WS-DN-AMBANG-X TO WS-DN-AMBANG
084610     END-IF.
084620     IF WS-DN-AMBANG > 100
084630         DISPLAY "AMBANG D+E TIDAK VALID."
084640         MOVE 'Y' TO WS-OP-FAIL-SW
084650         GO TO 8300-EXIT
084660     END-IF.
084670     MOVE 0 TO WS-DN-NORMA-N.
084680     MOVE 0 TO WS-DN-NORMA-MUTU.
084690     MOVE 0 TO WS-DN-NORMA.
084700     MOVE 0 TO WS-DN-MK-N.
084710     MOVE 0 TO WS-DN-FLAG-N.
084720     SORT SORT-FILE
084730             ON ASCENDING KEY SN-MATKUL
084740             ON ASCENDING KEY SN-NPM
084750             ON ASCENDING KEY SN-SEMESTER
084760         INPUT PROCEDURE IS 8310-DIST-RELEASE
084770             THRU 8310-EXIT
084780         OUTPUT PROCEDURE IS 8350-DIST-PRINT
084790             THRU 8350-EXIT.
084800     DISPLAY WS-DN-MK-N " MATKUL DILAPORKAN, " WS-DN-FLAG-N
084810         " DITANDAI - LAPORAN DI BERKAS DISTNPT.".
084820 8300-EXIT.
084830     EXIT.
084840
084850*----------------------------------------------------------------*
084860* 8310 - prosedur masukan SORT: semua nilai s.d. semester akhir  *
084870*        (semester sebelum rentang hanya untuk mengenali         *
084880*        pengambilan ulang); norma = rata-rata bobot semua nilai *
084890*        dalam rentang                                           *
084900*----------------------------------------------------------------*
084910 8310-DIST-RELEASE.
084920     MOVE 'N' TO WS-NIL-EOF-SW.
084930     MOVE LOW-VALUES TO NM-KEY.
084940     START NILAI-FILE KEY NOT LESS THAN NM-KEY
084950         INVALID KEY MOVE 'Y' TO WS-NIL-EOF-SW
084960     END-START.
084970     PERFORM 8320-DIST-RELEASE-STEP THRU 8320-EXIT
084980         UNTIL WS-NIL-EOF.
084990     IF WS-DN-NORMA-N > 0
085000         COMPUTE WS-DN-NORMA ROUNDED =
085010             WS-DN-NORMA-MUTU / WS-DN-NORMA-N
085020     END-IF.
085030 8310-EXIT.
085040     EXIT.
085050
085060 8320-DIST-RELEASE-STEP.
085070     READ NILAI-FILE NEXT RECORD
085080         AT END
085090             MOVE 'Y' TO WS-NIL-EOF-SW
085100             GO TO 8320-EXIT
085110     END-READ.
085120     IF NM-SEMESTER > WS-DN-SEM-AKHIR
085130         GO TO 8320-EXIT
085140     END-IF.
085150     MOVE NM-MATKUL TO SN-MATKUL.
085160     MOVE NM-NPM TO SN-NPM.
085170     MOVE NM-SEMESTER TO SN-SEMESTER.
085180     MOVE NM-NILAI TO SN-NILAI.
085190     RELEASE SORT-DIST-RECORD.
085200     IF NM-SEMESTER NOT < WS-DN-SEM-AWAL
085210         MOVE NM-NILAI TO WS-NILAI-CARI
085220         PERFORM 6640-CARI-BOBOT THRU 6640-EXIT
085230         ADD 1 TO WS-DN-NORMA-N
085240         ADD WS-BOBOT-NILAI TO WS-DN-NORMA-MUTU
085250     END-IF.
085260 8320-EXIT.
085270     EXIT.
085280
085290*----------------------------------------------------------------*
085300* 8350 - prosedur keluaran SORT: rekap per matkul; baris pertama *
085310*        tiap NPM+matkul adalah pengambilan pertama, berikutnya  *
085320*        ulangan                                                 *
085330*----------------------------------------------------------------*
085340 8350-DIST-PRINT.
085350     OPEN OUTPUT DIST-RPT-FILE.
085360     IF WS-DNR-STATUS NOT = "00"
085370         DISPLAY "BERKAS LAPORAN (DISTNPT) TIDAK DAPAT DIBUKA."
085380         MOVE 'Y' TO WS-OP-FAIL-SW
085390         GO TO 8350-EXIT
085400     END-IF.
085410     MOVE WS-DN-SEM-AWAL TO DNH-AWAL.
085420     MOVE WS-DN-SEM-AKHIR TO DNH-AKHIR.
085430     MOVE WS-DN-AMBANG TO DNH-AMBANG.
085440     MOVE WS-DN-NORMA TO DNH-NORMA.
085450     MOVE 0 TO WS-PAGE-COUNT.
085460     MOVE 99 TO WS-LINE-COUNT.
085470     MOVE SPACES TO WS-DN-MK-LAMA.
085480     MOVE 0 TO WS-DN-NPM-LAMA.
085490     MOVE 'N' TO WS-EOF-SW.
085500     PERFORM 8360-DIST-LINE THRU 8360-EXIT
085510         UNTIL WS-EOF.
085520     IF WS-DN-MK-LAMA NOT = SPACES
085530         PERFORM 8370-DIST-MATKUL THRU 8370-EXIT
085540     END-IF.
085550     IF WS-PAGE-COUNT = 0
085560         PERFORM 8395-DIST-NEW-PAGE THRU 8395-EXIT
085570     END-IF.
085580     MOVE SPACES TO DIST-RPT-RECORD.
085590     WRITE DIST-RPT-RECORD.
085600     MOVE WS-DN-MK-N TO DNT-MK-N.
085610     MOVE WS-DN-FLAG-N TO DNT-FLAG-N.
085620     WRITE DIST-RPT-RECORD FROM WS-DNR-TOTAL.
085630     CLOSE DIST-RPT-FILE.
085640 8350-EXIT.
085650     EXIT.
085660
085670 8360-DIST-LINE.
085680     RETURN SORT-FILE
085690         AT END
085700             MOVE 'Y' TO WS-EOF-SW
085710             GO TO 8360-EXIT
085720     END-RETURN.
085730     MOVE 2 TO WS-DN-JENIS.
085740     IF SN-MATKUL NOT = WS-DN-MK-LAMA
085750         IF WS-DN-MK-LAMA NOT = SPACES
085760             PERFORM 8370-DIST-MATKUL THRU 8370-EXIT
085770         END-IF
085780         MOVE SN-MATKUL TO WS-DN-MK-LAMA
085790         PERFORM 8368-DIST-CLEAR THRU 8368-EXIT
085800         MOVE 1 TO WS-DN-JENIS
085810     END-IF.
085820     IF SN-NPM NOT = WS-DN-NPM-LAMA
085830         MOVE 1 TO WS-DN-JENIS
085840     END-IF.
085850     MOVE SN-NPM TO WS-DN-NPM-LAMA.
085860     IF SN-SEMESTER < WS-DN-SEM-AWAL
085870         GO TO 8360-EXIT
085880     END-IF.
085890     PERFORM 8390-DIST-CARI-HURUF THRU 8390-EXIT.
085900     IF WS-DN-JENIS = 1
085910         ADD 1 TO WS-DN-N-1
085920         ADD 1 TO WS-DN-JML-1(WS-DN-IDX)
085930         ADD WS-BOBOT-NILAI TO WS-DN-MUTU-1
085940         IF WS-BOBOT-NILAI > 0
085950             ADD 1 TO WS-DN-LULUS-1
085960         END-IF
085970         IF SN-NILAI(1:1) = "D" OR SN-NILAI(1:1) = "E"
085980             ADD 1 TO WS-DN-DE-1
085990         END-IF
086000     ELSE
086010         ADD 1 TO WS-DN-N-2
086020         ADD 1 TO WS-DN-JML-2(WS-DN-IDX)
086030         ADD WS-BOBOT-NILAI TO WS-DN-MUTU-2
086040         IF WS-BOBOT-NILAI > 0
086050             ADD 1 TO WS-DN-LULUS-2
086060         END-IF
086070         IF SN-NILAI(1:1) = "D" OR SN-NILAI(1:1) = "E"
086080             ADD 1 TO WS-DN-DE-2
086090         END-IF
086100     END-IF.
086110 8360-EXIT.
086120     EXIT.
086130
086140 8368-DIST-CLEAR.
086150     MOVE 0 TO WS-DN-N-1.
086160     MOVE 0 TO WS-DN-N-2.
086170     MOVE 0 TO WS-DN-MUTU-1.
086180     MOVE 0 TO WS-DN-MUTU-2.
086190     MOVE 0 TO WS-DN-LULUS-1.
086200     MOVE 0 TO WS-DN-LULUS-2.
086210     MOVE 0 TO WS-DN-DE-1.
086220     MOVE 0 TO WS-DN-DE-2.
086230     PERFORM 8369-DIST-CLEAR-STEP THRU 8369-EXIT
086240         VARYING WS-SUB FROM 1 BY 1
086250         UNTIL WS-SUB > 21.
086260 8368-EXIT.
086270     EXIT.
086280
086290 8369-DIST-CLEAR-STEP.
086300     MOVE 0 TO WS-DN-JML-1(WS-SUB).
086310     MOVE 0 TO WS-DN-JML-2(WS-SUB).
086320 8369-EXIT.
086330     EXIT.
086340
086350*----------------------------------------------------------------*
086360* 8370 - cetak satu matkul: judul, baris pengambilan pertama     *
086370*        (dengan tanda) dan baris ulangan bila ada               *
086380*----------------------------------------------------------------*
086390 8370-DIST-MATKUL.
086400     IF WS-DN-N-1 = 0 AND WS-DN-N-2 = 0
086410         GO TO 8370-EXIT
086420     END-IF.
086430     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 8
086440         PERFORM 8395-DIST-NEW-PAGE THRU 8395-EXIT
086450     END-IF.
086460     MOVE WS-DN-MK-LAMA TO DNM-MATKUL.
086470     MOVE WS-DN-MK-LAMA TO WS-MK-CARI.
086480     PERFORM 6690-CARI-MATKUL THRU 6690-EXIT.
086490     IF WS-MK-FOUND
086500         MOVE WS-MK-NAMA-OUT TO DNM-NAMA
086510         MOVE WS-MK-SKS-TAB(WS-MK-IDX) TO DNM-SKS
086520     ELSE
086530         MOVE "(TIDAK ADA DI KATALOG)" TO DNM-NAMA
086540         MOVE 0 TO DNM-SKS
086550     END-IF.
086560     MOVE SPACES TO DIST-RPT-RECORD.
086570     WRITE DIST-RPT-RECORD.
086580     WRITE DIST-RPT-RECORD FROM WS-DNR-MATKUL.
086590     ADD 2 TO WS-LINE-COUNT.
086600     ADD 1 TO WS-DN-MK-N.
086610     MOVE 1 TO WS-DN-JENIS.
086620     PERFORM 8375-DIST-CETAK-JENIS THRU 8375-EXIT.
086630     IF WS-DN-N-2 > 0
086640         MOVE 2 TO WS-DN-JENIS
086650         PERFORM 8375-DIST-CETAK-JENIS THRU 8375-EXIT
086660     END-IF.
086670 8370-EXIT.
086680     EXIT.
086690
086700*----------------------------------------------------------------*
086710* 8375 - baris statistik dan baris sebaran huruf untuk satu      *
086720*        jenis pengambilan (WS-DN-JENIS 1 = pertama, 2 = ulang)  *
086730*----------------------------------------------------------------*
086740 8375-DIST-CETAK-JENIS.
086750     IF WS-DN-JENIS = 1
086760         MOVE "PERTAMA" TO DS-JENIS
086770         MOVE WS-DN-N-1 TO WS-DN-C-N
086780         MOVE WS-DN-MUTU-1 TO WS-DN-C-MUTU
086790         MOVE WS-DN-LULUS-1 TO WS-DN-C-LULUS
086800         MOVE WS-DN-DE-1 TO WS-DN-C-DE
086810     ELSE
086820         MOVE "ULANG" TO DS-JENIS
086830         MOVE WS-DN-N-2 TO WS-DN-C-N
086840         MOVE WS-DN-MUTU-2 TO WS-DN-C-MUTU
086850         MOVE WS-DN-LULUS-2 TO WS-DN-C-LULUS
086860         MOVE WS-DN-DE-2 TO WS-DN-C-DE
086870     END-IF.
086880     MOVE 0 TO WS-DN-RATA.
086890     MOVE 0 TO WS-DN-PCT-LULUS.
086900     MOVE 0 TO WS-DN-PCT-DE.
086910     IF WS-DN-C-N > 0
086920         COMPUTE WS-DN-RATA ROUNDED = WS-DN-C-MUTU / WS-DN-C-N
086930         COMPUTE WS-DN-PCT-LULUS ROUNDED =
086940             WS-DN-C-LULUS * 100 / WS-DN-C-N
086950         COMPUTE WS-DN-PCT-DE ROUNDED =
086960             WS-DN-C-DE * 100 / WS-DN-C-N
086970     END-IF.
086980     MOVE WS-DN-C-N TO DS-N.
086990     MOVE WS-DN-RATA TO DS-RATA.
087000     MOVE WS-DN-PCT-LULUS TO DS-LULUS.
087010     MOVE WS-DN-PCT-DE TO DS-DE.
087020     MOVE SPACES TO DS-FLAG.
087030     IF WS-DN-JENIS = 1 AND WS-DN-C-N > 0
087040         IF WS-DN-PCT-DE > WS-DN-AMBANG
087050             MOVE "** D+E > AMBANG" TO DS-FLAG
087060             ADD 1 TO WS-DN-FLAG-N
087070         ELSE
087080             IF WS-DN-NORMA-N > 0 AND WS-DN-RATA NOT <
087090                     WS-DN-NORMA + WS-DN-SELISIH-TINGGI
087100                 MOVE "** RATA JAUH DI ATAS NORMA" TO DS-FLAG
087110                 ADD 1 TO WS-DN-FLAG-N
087120             END-IF
087130         END-IF
087140     END-IF.
087150     WRITE DIST-RPT-RECORD FROM WS-DNR-STAT.
087160     ADD 1 TO WS-LINE-COUNT.
087170     MOVE SPACES TO WS-DNR-HURUF.
087180     MOVE 0 TO WS-DN-SLOT.
087190     PERFORM 8380-DIST-HURUF-STEP THRU 8380-EXIT
087200         VARYING WS-SUB FROM 1 BY 1
087210         UNTIL WS-SUB > WS-BBT-COUNT.
087220     MOVE 21 TO WS-SUB.
087230     PERFORM 8380-DIST-HURUF-STEP THRU 8380-EXIT.
087240     IF WS-DN-SLOT > 0
087250         PERFORM 8385-DIST-HURUF-TULIS THRU 8385-EXIT
087260     END-IF.
087270 8375-EXIT.
087280     EXIT.
087290
087300*----------------------------------------------------------------*
087310* 8380 - isi satu slot sebaran huruf (WS-SUB = indeks BOBOTREF,  *
087320*        21 = huruf di luar BOBOTREF, dicetak hanya bila ada)    *
087330*----------------------------------------------------------------*
087340 8380-DIST-HURUF-STEP.
087350     IF WS-DN-JENIS = 1
087360         MOVE WS-DN-JML-1(WS-SUB) TO WS-DN-C-JML
087370     ELSE
087380         MOVE WS-DN-JML-2(WS-SUB) TO WS-DN-C-JML
087390     END-IF.
087400     IF WS-SUB = 21 AND WS-DN-C-JML = 0
087410         GO TO 8380-EXIT
087420     END-IF.
087430     ADD 1 TO WS-DN-SLOT.
087440     IF WS-SUB = 21
087450         MOVE "??" TO DH-HURUF(WS-DN-SLOT)
087460     ELSE
087470         MOVE WS-BBT-NILAI-TAB(WS-SUB) TO DH-HURUF(WS-DN-SLOT)
087480     END-IF.
087490     MOVE ":" TO DH-TITIK(WS-DN-SLOT).
087500     MOVE WS-DN-C-JML TO DH-JML(WS-DN-SLOT).
087510     MOVE " (" TO DH-BUKA(WS-DN-SLOT).
087520     MOVE 0 TO WS-DN-PCT.
087530     IF WS-DN-C-N > 0
087540         COMPUTE WS-DN-PCT ROUNDED =
087550             WS-DN-C-JML * 100 / WS-DN-C-N
087560     END-IF.
087570     MOVE WS-DN-PCT TO DH-PCT(WS-DN-SLOT).
087580     MOVE "%)" TO DH-TUTUP(WS-DN-SLOT).
087590     IF WS-DN-SLOT = 4
087600         PERFORM 8385-DIST-HURUF-TULIS THRU 8385-EXIT
087610     END-IF.
087620 8380-EXIT.
087630     EXIT.
087640
087650 8385-DIST-HURUF-TULIS.
087660     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
087670         PERFORM 8395-DIST-NEW-PAGE THRU 8395-EXIT
087680     END-IF.
087690     WRITE DIST-RPT-RECORD FROM WS-DNR-HURUF.
087700     ADD 1 TO WS-LINE-COUNT.
087710     MOVE SPACES TO WS-DNR-HURUF.
087720     MOVE 0 TO WS-DN-SLOT.
087730 8385-EXIT.
087740     EXIT.
087750
087760*----------------------------------------------------------------*
087770* 8390 - indeks huruf SN-NILAI di tabel BOBOTREF (WS-DN-IDX, 21  *
087780*        bila tidak ada) dan bobotnya (WS-BOBOT-NILAI)           *
087790*----------------------------------------------------------------*
087800 8390-DIST-CARI-HURUF.
087810     MOVE 21 TO WS-DN-IDX.
087820     MOVE 0 TO WS-BOBOT-NILAI.
087830     PERFORM 8392-DIST-CARI-STEP THRU 8392-EXIT
087840         VARYING WS-SUB3 FROM 1 BY 1
087850         UNTIL WS-SUB3 > WS-BBT-COUNT
087860             OR WS-DN-IDX < 21.
087870 8390-EXIT.
087880     EXIT.
087890
087900 8392-DIST-CARI-STEP.
087910     IF WS-BBT-NILAI-TAB(WS-SUB3) = SN-NILAI
087920         MOVE WS-SUB3 TO WS-DN-IDX
087930         MOVE WS-BBT-BOBOT-TAB(WS-SUB3) TO WS-BOBOT-NILAI
087940     END-IF.
087950 8392-EXIT.
087960     EXIT.
087970
087980 8395-DIST-NEW-PAGE.
087990     ADD 1 TO WS-PAGE-COUNT.
088000     MOVE WS-RUN-DATE TO H2-TANGGAL.
088010     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
088020     IF WS-PAGE-COUNT > 1
088030         MOVE SPACES TO DIST-RPT-RECORD
088040         WRITE DIST-RPT-RECORD
088050     END-IF.
088060     WRITE DIST-RPT-RECORD FROM WS-DNR-HEADER-1.
088070     WRITE DIST-RPT-RECORD FROM WS-REPORT-HEADER-2.
088080     WRITE DIST-RPT-RECORD FROM WS-DNR-HEADER-SEM.
088090     WRITE DIST-RPT-RECORD FROM WS-REPORT-HEADER-3.
088100     MOVE 0 TO WS-LINE-COUNT.
088110 8395-EXIT.
088120     EXIT.
088130
088140*----------------------------------------------------------------*
088150* 8400 - SUBMENU BIODATA MAHASISWA: LIHAT, TAMBAH/UBAH, DAN      *
088160*        MUAT BATCH DARI EKSTRAK BIODATA REGISTRASI              *
088170*----------------------------------------------------------------*
088180 8400-BIODATA-MENU.
088190     DISPLAY "1. LIHAT BIODATA   2. TAMBAH/UBAH BIODATA   "
088200         "3. MUAT BATCH (BIOEXTRK)   4. BATAL".
088210     DISPLAY "PILIHAN : " WITH NO ADVANCING.
088220     ACCEPT WS-BIO-CHOICE.
088230     EVALUATE WS-BIO-CHOICE
088240         WHEN 1
088250             PERFORM 8410-BIO-LIHAT THRU 8410-EXIT
088260         WHEN 2
088270             PERFORM 8420-BIO-ENTRI THRU 8420-EXIT
088280         WHEN 3
088290             PERFORM 8430-BIO-BATCH-LOAD THRU 8430-EXIT
088300         WHEN OTHER
088310             CONTINUE
088320     END-EVALUATE.
088330 8400-EXIT.
088340     EXIT.
088350
088360*----------------------------------------------------------------*
088370* 8410 - tampilkan biodata satu mahasiswa                        *
088380*----------------------------------------------------------------*
088390 8410-BIO-LIHAT.
088400     DISPLAY "MASUKKAN NPM MAHASISWA : " WITH NO ADVANCING.
088410     ACCEPT WS-LOOKUP-NPM.
088420     MOVE WS-LOOKUP-NPM TO MR-NPM.
088430     READ MASTER-FILE
088440         INVALID KEY
088450             DISPLAY "NPM " WS-LOOKUP-NPM " TIDAK TERDAFTAR."
088460             GO TO 8410-EXIT
088470     END-READ.
088480     DISPLAY "NAMA          : " MR-NAMA.
088490     MOVE WS-LOOKUP-NPM TO BD-NPM.
088500     READ BIODATA-FILE
088510         INVALID KEY
088520             DISPLAY "BIODATA NPM " WS-LOOKUP-NPM
088530                 " BELUM DIISI."
088540             GO TO 8410-EXIT
088550     END-READ.
088560     MOVE BIODATA-RECORD TO WS-BIO-BARU.
088570     PERFORM 8415-BIO-TAMPIL THRU 8415-EXIT.
088580 8410-EXIT.
088590     EXIT.
088600
088610 8415-BIO-TAMPIL.
088620     DISPLAY "TEMPAT LAHIR  : " WB-TEMPAT-LAHIR.
088630     DISPLAY "TGL LAHIR     : " WB-TGL-LAHIR.
088640     DISPLAY "JENIS KELAMIN : " WB-JENIS-KELAMIN.
088650     DISPLAY "NIK           : " WB-NIK.
088660     DISPLAY "ALAMAT        : " WB-ALAMAT.
088670     DISPLAY "TELEPON       : " WB-TELEPON.
088680     DISPLAY "EMAIL         : " WB-EMAIL.
088690     DISPLAY "ORANG TUA/WALI: " WB-NAMA-WALI.
088700 8415-EXIT.
088710     EXIT.
088720
088730*----------------------------------------------------------------*
088740* 8420 - tambah atau ubah biodata satu mahasiswa; pada ubah,     *
088750*        isian kosong berarti kolom tidak diubah                 *
088760*----------------------------------------------------------------*
088770 8420-BIO-ENTRI.
088780     DISPLAY "MASUKKAN NPM MAHASISWA : " WITH NO ADVANCING.
088790     ACCEPT WS-NPM.
088800     MOVE WS-NPM TO MR-NPM.
088810     READ MASTER-FILE
088820         INVALID KEY
088830             DISPLAY "NPM " WS-NPM " TIDAK TERDAFTAR DI MAHMAST."
088840             GO TO 8420-EXIT
088850     END-READ.
088860     DISPLAY "NAMA          : " MR-NAMA.
088870     MOVE SPACES TO WS-BIO-BARU.
088880     MOVE WS-NPM TO WB-NPM.
088890     MOVE WS-NPM TO BD-NPM.
088900     READ BIODATA-FILE
088910         INVALID KEY
088920             DISPLAY "BIODATA BELUM ADA - ISI BIODATA BARU."
088930         NOT INVALID KEY
088940             MOVE BIODATA-RECORD TO WS-BIO-BARU
088950             PERFORM 8415-BIO-TAMPIL THRU 8415-EXIT
088960             DISPLAY "ISIAN KOSONG = KOLOM TIDAK DIUBAH."
088970     END-READ.
088980     DISPLAY "TEMPAT LAHIR  : " WITH NO ADVANCING.
088990     MOVE SPACES TO WS-BIO-INPUT.
089000     ACCEPT WS-BIO-INPUT.
089010     IF WS-BIO-INPUT NOT = SPACES
089020         MOVE WS-BIO-INPUT TO WB-TEMPAT-LAHIR
089030     END-IF.
089040     DISPLAY "TGL LAHIR (YYYYMMDD) : " WITH NO ADVANCING.
089050     MOVE SPACES TO WS-BIO-INPUT.
089060     ACCEPT WS-BIO-INPUT.
089070     IF WS-BIO-INPUT NOT = SPACES
089080         MOVE WS-BIO-INPUT TO WB-TGL-LAHIR
089090     END-IF.
089100     DISPLAY "JENIS KELAMIN (L/P) : " WITH NO ADVANCING.
089110     MOVE SPACES TO WS-BIO-INPUT.
089120     ACCEPT WS-BIO-INPUT.
089130     IF WS-BIO-INPUT NOT = SPACES
089140         MOVE WS-BIO-INPUT TO WB-JENIS-KELAMIN
089150     END-IF.
089160     DISPLAY "NIK (16 DIGIT) : " WITH NO ADVANCING.
089170     MOVE SPACES TO WS-BIO-INPUT.
089180     ACCEPT WS-BIO-INPUT.
089190     IF WS-BIO-INPUT(17:) NOT = SPACES
089200         DISPLAY "BIODATA DITOLAK: NIK HARUS 16 DIGIT ANGKA"
089210         GO TO 8420-EXIT
089220     END-IF.
089230     IF WS-BIO-INPUT NOT = SPACES
089240         MOVE WS-BIO-INPUT TO WB-NIK
089250     END-IF.
089260     DISPLAY "ALAMAT        : " WITH NO ADVANCING.
089270     MOVE SPACES TO WS-BIO-INPUT.
089280     ACCEPT WS-BIO-INPUT.
089290     IF WS-BIO-INPUT NOT = SPACES
089300         MOVE WS-BIO-INPUT TO WB-ALAMAT
089310     END-IF.
089320     DISPLAY "TELEPON       : " WITH NO ADVANCING.
089330     MOVE SPACES TO WS-BIO-INPUT.
089340     ACCEPT WS-BIO-INPUT.
089350     IF WS-BIO-INPUT NOT = SPACES
089360         MOVE WS-BIO-INPUT TO WB-TELEPON
089370     END-IF.
089380     DISPLAY "EMAIL         : " WITH NO ADVANCING.
089390     MOVE SPACES TO WS-BIO-INPUT.
089400     ACCEPT WS-BIO-INPUT.
089410     IF WS-BIO-INPUT NOT = SPACES
089420         MOVE WS-BIO-INPUT TO WB-EMAIL
089430     END-IF.
089440     DISPLAY "NAMA ORANG TUA/WALI : " WITH NO ADVANCING.
089450     MOVE SPACES TO WS-BIO-INPUT.
089460     ACCEPT WS-BIO-INPUT.
089470     IF WS-BIO-INPUT NOT = SPACES
089480         MOVE WS-BIO-INPUT TO WB-NAMA-WALI
089490     END-IF.
089500     PERFORM 8450-BIO-VALIDASI THRU 8450-EXIT.
089510     IF WS-BIO-KET = SPACES
089520         PERFORM 8460-BIO-SIMPAN THRU 8460-EXIT
089530     END-IF.
089540     IF WS-BIO-KET NOT = SPACES
089550         DISPLAY "BIODATA DITOLAK: " WS-BIO-KET
089560     ELSE
089570         DISPLAY "BIODATA " WS-BIO-INFO
089580     END-IF.
089590 8420-EXIT.
089600     EXIT.
089610
089620*----------------------------------------------------------------*
089630* 8430 - MUAT BIODATA BATCH DARI BERKAS BIOEXTRK: NPM BARU       *
089640*        DITAMBAH, NPM YANG SUDAH ADA DIUBAH PER KOLOM; LAPORAN  *
089650*        TERIMA/TOLAK KE BERKAS BIOMUTPT                         *
089660*----------------------------------------------------------------*
089670 8430-BIO-BATCH-LOAD.
089680     OPEN INPUT BIO-EXT-FILE.
089690     IF WS-BEX-STATUS NOT = "00"
089700         DISPLAY "BERKAS EKSTRAK BIODATA (BIOEXTRK) TIDAK "
089710             "DITEMUKAN."
089720         MOVE 'Y' TO WS-OP-FAIL-SW
089730         GO TO 8430-EXIT
089740     END-IF.
089750     OPEN OUTPUT BIO-RPT-FILE.
089760     IF WS-BRP-STATUS NOT = "00"
089770         DISPLAY "BERKAS LAPORAN (BIOMUTPT) TIDAK DAPAT DIBUKA."
089780         MOVE 'Y' TO WS-OP-FAIL-SW
089790         CLOSE BIO-EXT-FILE
089800         GO TO 8430-EXIT
089810     END-IF.
089820     MOVE 0 TO WS-ACC-COUNT.
089830     MOVE 0 TO WS-REJ-COUNT.
089840     MOVE 0 TO WS-PAGE-COUNT.
089850     MOVE 99 TO WS-LINE-COUNT.
089860     MOVE 'N' TO WS-EOF-SW.
089870     PERFORM 8435-BIO-BATCH-STEP THRU 8435-EXIT
089880         UNTIL WS-EOF.
089890     IF WS-PAGE-COUNT = 0
089900         PERFORM 8448-BIO-NEW-PAGE THRU 8448-EXIT
089910     END-IF.
089920     MOVE WS-ACC-COUNT TO MTR-ACC.
089930     WRITE BIO-RPT-RECORD FROM WS-MTR-TOTAL-1.
089940     MOVE WS-REJ-COUNT TO MTR-REJ.
089950     WRITE BIO-RPT-RECORD FROM WS-MTR-TOTAL-2.
089960     CLOSE BIO-EXT-FILE.
089970     CLOSE BIO-RPT-FILE.
089980     DISPLAY WS-ACC-COUNT " BIODATA DITERIMA, " WS-REJ-COUNT
089990         " DITOLAK - LAPORAN DI BERKAS BIOMUTPT.".
090000 8430-EXIT.
090010     EXIT.
090020
090030 8435-BIO-BATCH-STEP.
090040     READ BIO-EXT-FILE
090050         AT END
090060             MOVE 'Y' TO WS-EOF-SW
090070             GO TO 8435-EXIT
090080     END-READ.
090090     IF BIO-EXT-RECORD = SPACES
090100             OR BIO-EXT-RECORD(1:1) = "*"
090110         GO TO 8435-EXIT
090120     END-IF.
090130     MOVE ZEROES TO WS-NPM-INPUT.
090140     MOVE SPACES TO WS-BIO-EKSTRAK.
090150     MOVE 0 TO WS-BIO-NIK-LEN.
090160     MOVE "BIODATA" TO WS-BIO-JENIS.
090170     MOVE SPACES TO WS-BIO-KET.
090180     UNSTRING BIO-EXT-RECORD DELIMITED BY "|"
090190         INTO WS-NPM-INPUT BE-TEMPAT-LAHIR BE-TGL-LAHIR
090200             BE-JENIS-KELAMIN BE-NIK COUNT IN WS-BIO-NIK-LEN
090210             BE-ALAMAT BE-TELEPON BE-EMAIL BE-NAMA-WALI.
090220     IF WS-NPM-INPUT NOT NUMERIC
090230         MOVE "NPM BUKAN ANGKA" TO WS-BIO-KET
090240     ELSE
090250         IF WS-BIO-NIK-LEN NOT = 0 AND WS-BIO-NIK-LEN NOT = 16
090260             MOVE "NIK HARUS 16 DIGIT ANGKA" TO WS-BIO-KET
090270         ELSE
090280             PERFORM 8438-BIO-GABUNG THRU 8438-EXIT
090290             PERFORM 8440-BIO-TERAP THRU 8440-EXIT
090300         END-IF
090310     END-IF.
090320     PERFORM 8445-BIO-TULIS THRU 8445-EXIT.
090330 8435-EXIT.
090340     EXIT.
090350
090360*----------------------------------------------------------------*
090370* 8438 - gabung kolom ekstrak ke WS-BIO-BARU: bila biodata NPM   *
090380*        sudah ada, rekaman lama dimuat dulu dan hanya kolom     *
090390*        ekstrak yang terisi yang menimpanya                     *
090400*----------------------------------------------------------------*
090410 8438-BIO-GABUNG.
090420     MOVE SPACES TO WS-BIO-BARU.
090430     MOVE WS-NPM TO WB-NPM.
090440     MOVE WS-NPM TO BD-NPM.
090450     READ BIODATA-FILE
090460         INVALID KEY
090470             CONTINUE
090480         NOT INVALID KEY
090490             MOVE BIODATA-RECORD TO WS-BIO-BARU
090500     END-READ.
090510     IF BE-TEMPAT-LAHIR NOT = SPACES
090520         MOVE BE-TEMPAT-LAHIR TO WB-TEMPAT-LAHIR
090530     END-IF.
090540     IF BE-TGL-LAHIR NOT = SPACES
090550         MOVE BE-TGL-LAHIR TO WB-TGL-LAHIR
090560     END-IF.
090570     IF BE-JENIS-KELAMIN NOT = SPACES
090580         MOVE BE-JENIS-KELAMIN TO WB-JENIS-KELAMIN
090590     END-IF.
090600     IF BE-NIK NOT = SPACES
090610         MOVE BE-NIK TO WB-NIK
090620     END-IF.
090630     IF BE-ALAMAT NOT = SPACES
090640         MOVE BE-ALAMAT TO WB-ALAMAT
090650     END-IF.
090660     IF BE-TELEPON NOT = SPACES
090670         MOVE BE-TELEPON TO WB-TELEPON
090680     END-IF.
090690     IF BE-EMAIL NOT = SPACES
090700         MOVE BE-EMAIL TO WB-EMAIL
090710     END-IF.
090720     IF BE-NAMA-WALI NOT = SPACES
090730         MOVE BE-NAMA-WALI TO WB-NAMA-WALI
090740     END-IF.
090750 8438-EXIT.
090760     EXIT.
090770
090780*----------------------------------------------------------------*
090790* 8440 - terapkan satu baris ekstrak: NPM harus ada di master,   *
090800*        lalu validasi dan simpan                                *
090810*----------------------------------------------------------------*
090820 8440-BIO-TERAP.
090830     MOVE WS-NPM TO WB-NPM.
090840     MOVE WS-NPM TO MR-NPM.
090850     READ MASTER-FILE
090860         INVALID KEY
090870             MOVE "NPM TIDAK TERDAFTAR DI MAHMAST" TO WS-BIO-KET
090880             GO TO 8440-EXIT
090890     END-READ.
090900     PERFORM 8450-BIO-VALIDASI THRU 8450-EXIT.
090910     IF WS-BIO-KET = SPACES
090920         PERFORM 8460-BIO-SIMPAN THRU 8460-EXIT
090930     END-IF.
090940 8440-EXIT.
090950     EXIT.
090960
090970*----------------------------------------------------------------*
090980* 8445 - tulis satu baris TERIMA/TOLAK ke laporan BIOMUTPT       *
090990*----------------------------------------------------------------*
091000 8445-BIO-TULIS.
091010     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
091020         PERFORM 8448-BIO-NEW-PAGE THRU 8448-EXIT
091030     END-IF.
091040     MOVE WS-BIO-JENIS TO MT-JENIS.
091050     MOVE WS-NPM-INPUT TO MT-NPM.
091060     IF WS-BIO-KET = SPACES
091070         MOVE "TERIMA" TO MT-HASIL
091080         MOVE WS-BIO-INFO TO MT-KET
091090         ADD 1 TO WS-ACC-COUNT
091100     ELSE
091110         MOVE "TOLAK" TO MT-HASIL
091120         MOVE WS-BIO-KET TO MT-KET
091130         ADD 1 TO WS-REJ-COUNT
091140     END-IF.
091150     WRITE BIO-RPT-RECORD FROM WS-MTR-DETAIL.
091160     ADD 1 TO WS-LINE-COUNT.
091170 8445-EXIT.
091180     EXIT.
091190
091200 8448-BIO-NEW-PAGE.
091210     ADD 1 TO WS-PAGE-COUNT.
091220     MOVE WS-RUN-DATE TO H2-TANGGAL.
091230     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
091240     IF WS-PAGE-COUNT > 1
091250         MOVE SPACES TO BIO-RPT-RECORD
091260         WRITE BIO-RPT-RECORD
091270     END-IF.
091280     WRITE BIO-RPT-RECORD FROM WS-BIR-HEADER-1.
091290     WRITE BIO-RPT-RECORD FROM WS-REPORT-HEADER-2.
091300     WRITE BIO-RPT-RECORD FROM WS-REPORT-HEADER-3.
091310     WRITE BIO-RPT-RECORD FROM WS-MTR-HEADER-4.
091320     WRITE BIO-RPT-RECORD FROM WS-REPORT-HEADER-3.
091330     MOVE 0 TO WS-LINE-COUNT.
091340 8448-EXIT.
091350     EXIT.
091360
091370*----------------------------------------------------------------*
091380* 8450 - validasi biodata masukan di WS-BIO-BARU: jenis kelamin  *
091390*        L/P, NIK 16 digit, tanggal lahir sah, email memuat @    *
091400*        (email boleh kosong); WS-BIO-KET berisi alasan tolak    *
091410*----------------------------------------------------------------*
091420 8450-BIO-VALIDASI.
091430     MOVE SPACES TO WS-BIO-KET.
091440     INSPECT WB-JENIS-KELAMIN CONVERTING "lp" TO "LP".
091450     IF NOT WB-JK-VALID
091460         MOVE "JENIS KELAMIN HARUS L ATAU P" TO WS-BIO-KET
091470         GO TO 8450-EXIT
091480     END-IF.
091490     IF WB-NIK NOT NUMERIC
091500         MOVE "NIK HARUS 16 DIGIT ANGKA" TO WS-BIO-KET
091510         GO TO 8450-EXIT
091520     END-IF.
091530     PERFORM 8455-BIO-CEK-TANGGAL THRU 8455-EXIT.
091540     IF WS-BIO-KET NOT = SPACES
091550         GO TO 8450-EXIT
091560     END-IF.
091570     IF WB-EMAIL NOT = SPACES
091580         MOVE 0 TO WS-BIO-AT-N
091590         INSPECT WB-EMAIL TALLYING WS-BIO-AT-N FOR ALL "@"
091600         IF WS-BIO-AT-N NOT = 1 OR WB-EMAIL(1:1) = "@"
091610             MOVE "ALAMAT EMAIL TIDAK VALID" TO WS-BIO-KET
091620             GO TO 8450-EXIT
091630         END-IF
091640     END-IF.
091650 8450-EXIT.
091660     EXIT.
091670
091680*----------------------------------------------------------------*
091690* 8455 - tanggal lahir YYYYMMDD harus tanggal sah (bulan 1-12,   *
091700*        hari sesuai bulan dan tahun kabisat), tidak sebelum     *
091710*        1900 dan tidak melewati tanggal proses                  *
091720*----------------------------------------------------------------*
091730 8455-BIO-CEK-TANGGAL.
091740     IF WB-TGL-LAHIR NOT NUMERIC
091750         MOVE "TANGGAL LAHIR BUKAN YYYYMMDD" TO WS-BIO-KET
091760         GO TO 8455-EXIT
091770     END-IF.
091780     MOVE WB-TGL-LAHIR TO WS-TGL-KONV.
091790     IF WS-TGL-K-TAHUN < 1900 OR WS-TGL-KONV > WS-RUN-DATE
091800         MOVE "TANGGAL LAHIR DI LUAR RENTANG" TO WS-BIO-KET
091810         GO TO 8455-EXIT
091820     END-IF.
091830     IF WS-TGL-K-BULAN < 1 OR WS-TGL-K-BULAN > 12
091840         MOVE "BULAN LAHIR TIDAK VALID" TO WS-BIO-KET
091850         GO TO 8455-EXIT
091860     END-IF.
091870     MOVE WS-BIO-HARI-BULAN(WS-TGL-K-BULAN) TO WS-BIO-MAKS-HARI.
091880     IF WS-TGL-K-BULAN = 2
091890         DIVIDE WS-TGL-K-TAHUN BY 4 GIVING WS-BIO-HASIL
091900             REMAINDER WS-BIO-SISA-4
091910         DIVIDE WS-TGL-K-TAHUN BY 100 GIVING WS-BIO-HASIL
091920             REMAINDER WS-BIO-SISA-100
091930         DIVIDE WS-TGL-K-TAHUN BY 400 GIVING WS-BIO-HASIL
091940             REMAINDER WS-BIO-SISA-400
091950         IF WS-BIO-SISA-400 = 0
091960                 OR (WS-BIO-SISA-4 = 0
091970                     AND WS-BIO-SISA-100 NOT = 0)
091980             MOVE 29 TO WS-BIO-MAKS-HARI
091990         END-IF
092000     END-IF.
092010     IF WS-TGL-K-HARI < 1 OR WS-TGL-K-HARI > WS-BIO-MAKS-HARI
092020         MOVE "HARI LAHIR TIDAK VALID" TO WS-BIO-KET
092030         GO TO 8455-EXIT
092040     END-IF.
092050 8455-EXIT.
092060     EXIT.
092070
092080*----------------------------------------------------------------*
092090* 8460 - simpan WS-BIO-BARU ke BIODATA: rekaman baru ditulis,    *
092100*        rekaman lama ditulis ulang dan tiap kolom yang berubah  *
092110*        dicatat ke AUDITLOG (jenis BIODATA, nilai lama/baru)    *
092120*----------------------------------------------------------------*
092130 8460-BIO-SIMPAN.
092140     MOVE SPACES TO WS-BIO-INFO.
092150     MOVE WB-NPM TO BD-NPM.
092160     READ BIODATA-FILE
092170         INVALID KEY
092180             MOVE "TAMBAH" TO WS-BIO-JENIS
092190             MOVE WS-BIO-BARU TO BIODATA-RECORD
092200             WRITE BIODATA-RECORD
092210                 INVALID KEY
092220                     MOVE "GAGAL SIMPAN BIODATA" TO WS-BIO-KET
092230                     GO TO 8460-EXIT
092240             END-WRITE
092250             MOVE "BIODATA" TO AL-JENIS
092260             MOVE WB-NPM TO AL-NPM
092270             MOVE SPACES TO AL-NAMA-LAMA
092280             MOVE SPACES TO AL-NAMA-BARU
092290             STRING "TAMBAH NIK:" WB-NIK
092300                 DELIMITED BY SIZE INTO AL-NAMA-BARU
092310             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
092320             MOVE "BERHASIL DITAMBAHKAN" TO WS-BIO-INFO
092330             GO TO 8460-EXIT
092340     END-READ.
092350     MOVE "UBAH" TO WS-BIO-JENIS.
092360     MOVE BIODATA-RECORD TO WS-BIO-LAMA.
092370     REWRITE BIODATA-RECORD FROM WS-BIO-BARU
092380         INVALID KEY
092390             MOVE "GAGAL SIMPAN BIODATA" TO WS-BIO-KET
092400             GO TO 8460-EXIT
092410     END-REWRITE.
092420     MOVE 0 TO WS-BIO-UBAH-N.
092430     IF WB-TEMPAT-LAHIR NOT = LB-TEMPAT-LAHIR
092440         MOVE "TMP LAHIR" TO WS-BIO-AU-LABEL
092450         MOVE LB-TEMPAT-LAHIR TO WS-BIO-AU-LAMA
092460         MOVE WB-TEMPAT-LAHIR TO WS-BIO-AU-BARU
092470         PERFORM 8465-BIO-AUDIT-KOLOM THRU 8465-EXIT
092480     END-IF.
092490     IF WB-TGL-LAHIR NOT = LB-TGL-LAHIR
092500         MOVE "TGL LAHIR" TO WS-BIO-AU-LABEL
092510         MOVE LB-TGL-LAHIR TO WS-BIO-AU-LAMA
092520         MOVE WB-TGL-LAHIR TO WS-BIO-AU-BARU
092530         PERFORM 8465-BIO-AUDIT-KOLOM THRU 8465-EXIT
092540     END-IF.
092550     IF WB-JENIS-KELAMIN NOT = LB-JENIS-KELAMIN
092560         MOVE "JK" TO WS-BIO-AU-LABEL
092570         MOVE LB-JENIS-KELAMIN TO WS-BIO-AU-LAMA
092580         MOVE WB-JENIS-KELAMIN TO WS-BIO-AU-BARU
092590         PERFORM 8465-BIO-AUDIT-KOLOM THRU 8465-EXIT
092600     END-IF.
092610     IF WB-NIK NOT = LB-NIK
092620         MOVE "NIK" TO WS-BIO-AU-LABEL
092630         MOVE LB-NIK TO WS-BIO-AU-LAMA
092640         MOVE WB-NIK TO WS-BIO-AU-BARU
092650         PERFORM 8465-BIO-AUDIT-KOLOM THRU 8465-EXIT
092660     END-IF.
092670     IF WB-ALAMAT NOT = LB-ALAMAT
092680         MOVE "ALAMAT" TO WS-BIO-AU-LABEL
092690         MOVE LB-ALAMAT TO WS-BIO-AU-LAMA
092700         MOVE WB-ALAMAT TO WS-BIO-AU-BARU
092710         PERFORM 8465-BIO-AUDIT-KOLOM THRU 8465-EXIT
092720     END-IF.
092730     IF WB-TELEPON NOT = LB-TELEPON
092740         MOVE "TELEPON" TO WS-BIO-AU-LABEL
092750         MOVE LB-TELEPON TO WS-BIO-AU-LAMA
092760         MOVE WB-TELEPON TO WS-BIO-AU-BARU
092770         PERFORM 8465-BIO-AUDIT-KOLOM THRU 8465-EXIT
092780     END-IF.
092790     IF WB-EMAIL NOT = LB-EMAIL
092800         MOVE "EMAIL" TO WS-BIO-AU-LABEL
092810         MOVE LB-EMAIL TO WS-BIO-AU-LAMA
092820         MOVE WB-EMAIL TO WS-BIO-AU-BARU
092830         PERFORM 8465-BIO-AUDIT-KOLOM THRU 8465-EXIT
092840     END-IF.
092850     IF WB-NAMA-WALI NOT = LB-NAMA-WALI
092860         MOVE "ORTU/WALI" TO WS-BIO-AU-LABEL
092870         MOVE LB-NAMA-WALI TO WS-BIO-AU-LAMA
092880         MOVE WB-NAMA-WALI TO WS-BIO-AU-BARU
092890         PERFORM 8465-BIO-AUDIT-KOLOM THRU 8465-EXIT
092900     END-IF.
092910     IF WS-BIO-UBAH-N = 0
092920         MOVE "TIDAK ADA PERUBAHAN" TO WS-BIO-INFO
092930     ELSE
092940         STRING "BERHASIL DIUBAH (" WS-BIO-UBAH-N " KOLOM)"
092950             DELIMITED BY SIZE INTO WS-BIO-INFO
092960     END-IF.
092970 8460-EXIT.
092980     EXIT.
092990
093000*----------------------------------------------------------------*
093010* 8465 - catat perubahan satu kolom biodata ke AUDITLOG; nilai   *
093020*        lama/baru diawali nama kolom (dipotong bila panjang)    *
093030*----------------------------------------------------------------*
093040 8465-BIO-AUDIT-KOLOM.
093050     ADD 1 TO WS-BIO-UBAH-N.
093060     MOVE "BIODATA" TO AL-JENIS.
093070     MOVE WB-NPM TO AL-NPM.
093080     MOVE SPACES TO AL-NAMA-LAMA.
093090     MOVE SPACES TO AL-NAMA-BARU.
093100     STRING WS-BIO-AU-LABEL DELIMITED BY "  "
093110         ":" WS-BIO-AU-LAMA DELIMITED BY SIZE
093120         INTO AL-NAMA-LAMA.
093130     STRING WS-BIO-AU-LABEL DELIMITED BY "  "
093140         ":" WS-BIO-AU-BARU DELIMITED BY SIZE
093150         INTO AL-NAMA-BARU.
093160     PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT.
093170 8465-EXIT.
093180     EXIT.
093190
093200*----------------------------------------------------------------*
093210* 8470 - salin biodata mahasiswa yang diarsip (AM-NPM) ke        *
093220*        ALUMBIO; WS-BIO-PINDAH = ada biodata yang disalin,      *
093230*        WS-BIO-KET terisi bila penyalinan gagal                 *
093240*----------------------------------------------------------------*
093250 8470-BIO-KE-ALUMNI.
093260     MOVE SPACES TO WS-BIO-KET.
093270     MOVE 'N' TO WS-BIO-PINDAH-SW.
093280     MOVE AM-NPM TO BD-NPM.
093290     READ BIODATA-FILE
093300         INVALID KEY
093310             GO TO 8470-EXIT
093320     END-READ.
093330     WRITE ALUM-BIO-RECORD FROM BIODATA-RECORD
093340         INVALID KEY
093350             REWRITE ALUM-BIO-RECORD FROM BIODATA-RECORD
093360                 INVALID KEY
093370                     MOVE "GAGAL TULIS ALUMBIO" TO WS-BIO-KET
093380                     GO TO 8470-EXIT
093390             END-REWRITE
093400     END-WRITE.
093410     MOVE 'Y' TO WS-BIO-PINDAH-SW.
093420 8470-EXIT.
093430     EXIT.
093440
093450*----------------------------------------------------------------*
093460* 8478 - hapus biodata NPM di BD-NPM (ikut hapus/arsip master),  *
093470*        catat ke AUDITLOG dengan keterangan WS-BIO-CATATAN      *
093480*----------------------------------------------------------------*
093490 8478-BIO-HAPUS.
093500     READ BIODATA-FILE
093510         INVALID KEY
093520             GO TO 8478-EXIT
093530     END-READ.
093540     DELETE BIODATA-FILE
093550         INVALID KEY
093560             DISPLAY "GAGAL HAPUS BIODATA NPM " BD-NPM "."
093570         NOT INVALID KEY
093580             MOVE "BIODATA" TO AL-JENIS
093590             MOVE BD-NPM TO AL-NPM
093600             MOVE SPACES TO AL-NAMA-LAMA
093610             STRING "NIK:" BD-NIK
093620                 DELIMITED BY SIZE INTO AL-NAMA-LAMA
093630             MOVE WS-BIO-CATATAN TO AL-NAMA-BARU
093640             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
093650     END-DELETE.
093660 8478-EXIT.
093670     EXIT.
093680
093690*----------------------------------------------------------------*
093700* 8480 - kembalikan biodata alumni (AM-NPM) dari ALUMBIO ke      *
093710*        BIODATA saat alumni dipulihkan ke master                *
093720*----------------------------------------------------------------*
093730 8480-BIO-DARI-ALUMNI.
093740     OPEN I-O ALUM-BIO-FILE.
093750     IF WS-ABI-STATUS NOT = "00"
093760         GO TO 8480-EXIT
093770     END-IF.
093780     MOVE AM-NPM TO BA-NPM.
093790     READ ALUM-BIO-FILE
093800         INVALID KEY
093810             CLOSE ALUM-BIO-FILE
093820             GO TO 8480-EXIT
093830     END-READ.
093840     MOVE ALUM-BIO-RECORD TO BIODATA-RECORD.
093850     WRITE BIODATA-RECORD
093860         INVALID KEY
093870             REWRITE BIODATA-RECORD
093880                 INVALID KEY
093890                     DISPLAY "GAGAL PULIHKAN BIODATA NPM "
093900                         BA-NPM " - TETAP DI ALUMBIO."
093910                     CLOSE ALUM-BIO-FILE
093920                     GO TO 8480-EXIT
093930             END-REWRITE
093940     END-WRITE.
093950     DELETE ALUM-BIO-FILE
093960         INVALID KEY
093970             DISPLAY "GAGAL HAPUS DARI ALUMBIO - PERIKSA "
093980                 "MANUAL NPM " BA-NPM "."
093990     END-DELETE.
094000     CLOSE ALUM-BIO-FILE.
094010     MOVE "BIODATA" TO AL-JENIS.
094020     MOVE BA-NPM TO AL-NPM.
094030     MOVE SPACES TO AL-NAMA-LAMA.
094040     MOVE "DIPULIHKAN DARI ALUMBIO" TO AL-NAMA-BARU.
094050     PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT.
094060 8480-EXIT.
094070     EXIT.
094080
094090*----------------------------------------------------------------*
094100* 8500 - ARSIP AKHIR TERM: PINDAHKAN MAHASISWA LULUS DARI MASTER *
094110*        KE BERKAS ALUMNI (DENGAN TANGGAL LULUS)                 *
094120*----------------------------------------------------------------*
094130 8500-ARCHIVE-LULUS.
094140     DISPLAY "PROSES INI MEMINDAHKAN SEMUA MAHASISWA BERSTATUS "
094150         "LULUS KE ALUMAST.".
094160     DISPLAY "LANJUTKAN (Y/T) ? " WITH NO ADVANCING.
094170     ACCEPT WS-ARSIP-CHOICE.
094180     IF WS-ARSIP-CHOICE NOT = "Y" AND WS-ARSIP-CHOICE NOT = "y"
094190         DISPLAY "ARSIP DIBATALKAN."
094200         GO TO 8500-EXIT
094210     END-IF.
094220     OPEN I-O ALUMNI-FILE.
094230     IF WS-ALM-STATUS = "35"
094240         OPEN OUTPUT ALUMNI-FILE
094250         CLOSE ALUMNI-FILE
094260         OPEN I-O ALUMNI-FILE
094270     END-IF.
094280     IF WS-ALM-STATUS NOT = "00"
094290         DISPLAY "GAGAL MEMBUKA ALUMAST - FILE STATUS "
094300             WS-ALM-STATUS
094310         GO TO 8500-EXIT
094320     END-IF.
094330     OPEN I-O ALUM-BIO-FILE.
094340     IF WS-ABI-STATUS = "35"
094350         OPEN OUTPUT ALUM-BIO-FILE
094360         CLOSE ALUM-BIO-FILE
094370         OPEN I-O ALUM-BIO-FILE
094380     END-IF.
094390     IF WS-ABI-STATUS NOT = "00"
094400         DISPLAY "GAGAL MEMBUKA ALUMBIO - FILE STATUS "
094410             WS-ABI-STATUS
094420         CLOSE ALUMNI-FILE
094430         GO TO 8500-EXIT
094440     END-IF.
094450     MOVE 0 TO WS-RUNNING-COUNT.
094460     MOVE 'N' TO WS-EOF-SW.
094470     MOVE LOW-VALUES TO MASTER-RECORD.
094480     START MASTER-FILE KEY NOT LESS THAN MR-NPM
094490         INVALID KEY MOVE 'Y' TO WS-EOF-SW
094500     END-START.
094510     PERFORM 8510-ARCHIVE-STEP THRU 8510-EXIT
094520         UNTIL WS-EOF.
094530     CLOSE ALUMNI-FILE.
094540     CLOSE ALUM-BIO-FILE.
094550     PERFORM 1100-LOAD-MASTER-TO-TABLE THRU 1100-EXIT.
094560     DISPLAY WS-RUNNING-COUNT " MAHASISWA LULUS DIARSIPKAN KE "
094570         "BERKAS ALUMAST.".
094580 8500-EXIT.
094590     EXIT.
094600
094610 8510-ARCHIVE-STEP.
094620     READ MASTER-FILE NEXT RECORD
094630         AT END
094640             MOVE 'Y' TO WS-EOF-SW
094650         NOT AT END
094660             IF MR-STATUS-LULUS
094670                 PERFORM 8515-ARCHIVE-CEK THRU 8515-EXIT
094680             END-IF
094690     END-READ.
094700 8510-EXIT.
094710     EXIT.
094720
094730*----------------------------------------------------------------*
094740* 8515 - mahasiswa LULUS yang tidak lolos evaluasi yudisium      *
094750*        tidak diarsipkan (tetap di master untuk diperiksa)      *
094760*----------------------------------------------------------------*
094770 8515-ARCHIVE-CEK.
094780     IF WS-KR-COUNT > 0
094790         MOVE MR-NPM TO WS-LOOKUP-NPM
094800         PERFORM 7850-YUDISIUM-EVAL THRU 7850-EXIT
094810         IF NOT WS-YD-LAYAK
094820             DISPLAY "NPM " MR-NPM " TIDAK LOLOS YUDISIUM ("
094830                 WS-YD-ALASAN(1) ") - TIDAK DIARSIPKAN."
094840             GO TO 8515-EXIT
094850         END-IF
094860     END-IF.
094870     PERFORM 8520-ARCHIVE-ONE THRU 8520-EXIT.
094880 8515-EXIT.
094890     EXIT.
094900
094910*----------------------------------------------------------------*
094920* 8520 - arsipkan satu mahasiswa lulus: salin biodata ke         *
094930*        ALUMBIO, tulis ke alumni (salinan ALUMBIO dibatalkan    *
094940*        bila gagal), hapus dari master dan BIODATA, catat ke    *
094950*        jejak audit                                             *
094960*----------------------------------------------------------------*
094970 8520-ARCHIVE-ONE.
094980     MOVE MR-NPM TO AM-NPM.
094990     MOVE MR-NAMA TO AM-NAMA.
095000     MOVE MR-KELAS TO AM-KELAS.
095010     MOVE WS-RUN-DATE TO AM-TGL-LULUS.
095020     PERFORM 8470-BIO-KE-ALUMNI THRU 8470-EXIT.
095030     IF WS-BIO-KET NOT = SPACES
095040         DISPLAY "GAGAL PINDAH BIODATA NPM " AM-NPM
095050             " KE ALUMBIO - TIDAK DIARSIPKAN."
095060         GO TO 8520-EXIT
095070     END-IF.
095080     WRITE ALUMNI-RECORD
095090         INVALID KEY
095100             REWRITE ALUMNI-RECORD
095110                 INVALID KEY
095120                     DISPLAY "GAGAL ARSIP NPM " AM-NPM
095130                     PERFORM 8525-BATAL-ALUMBIO THRU 8525-EXIT
095140                     GO TO 8520-EXIT
095150             END-REWRITE
095160     END-WRITE.
095170     MOVE MR-NAMA TO AL-NAMA-LAMA.
095180     DELETE MASTER-FILE
095190         INVALID KEY
095200             DISPLAY "GAGAL HAPUS NPM " MR-NPM " DARI MASTER."
095210         NOT INVALID KEY
095220             ADD 1 TO WS-RUNNING-COUNT
095230             MOVE "ARSIP" TO AL-JENIS
095240             MOVE AM-NPM TO AL-NPM
095250             MOVE SPACES TO AL-NAMA-BARU
095260             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
095270             IF WS-BIO-PINDAH
095280                 MOVE AM-NPM TO BD-NPM
095290                 MOVE "DIPINDAH KE ALUMBIO" TO WS-BIO-CATATAN
095300                 PERFORM 8478-BIO-HAPUS THRU 8478-EXIT
095310             END-IF
095320     END-DELETE.
095330 8520-EXIT.
095340     EXIT.
095350
095360*----------------------------------------------------------------*
095370* 8525 - batalkan salinan ALUMBIO bila rekaman alumni gagal      *
095380*        ditulis (biodata tetap di BIODATA)                      *
095390*----------------------------------------------------------------*
095400 8525-BATAL-ALUMBIO.
095410     IF NOT WS-BIO-PINDAH
095420         GO TO 8525-EXIT
095430     END-IF.
095440     MOVE AM-NPM TO BA-NPM.
095450     DELETE ALUM-BIO-FILE
095460         INVALID KEY
095470             DISPLAY "GAGAL BATALKAN ALUMBIO NPM " AM-NPM "."
095480     END-DELETE.
095490     MOVE 'N' TO WS-BIO-PINDAH-SW.
095500 8525-EXIT.
095510     EXIT.
095520
095530*----------------------------------------------------------------*
095540* 8600 - CETAK SURAT KETERANGAN AKTIF KULIAH SATU MAHASISWA KE   *
095550*        BERKAS SURATKET (HANYA UNTUK STATUS AKTIF)              *
095560*----------------------------------------------------------------*
095570 8600-CETAK-SURAT.
095580     DISPLAY "MASUKKAN NPM MAHASISWA : " WITH NO ADVANCING.
095590     ACCEPT WS-LOOKUP-NPM.
095600     MOVE WS-LOOKUP-NPM TO MR-NPM.
095610     READ MASTER-FILE
095620         INVALID KEY
095630             DISPLAY "NPM " WS-LOOKUP-NPM " TIDAK TERDAFTAR."
095640             GO TO 8600-EXIT
095650     END-READ.
095660     IF NOT MR-STATUS-AKTIF
095670         DISPLAY "STATUS MAHASISWA BUKAN AKTIF - SURAT TIDAK "
095680             "DITERBITKAN."
095690         GO TO 8600-EXIT
095700     END-IF.
095710     PERFORM 4700-UKT-CEK-LUNAS THRU 4700-EXIT.
095720     IF NOT WS-UKT-LUNAS
095730         DISPLAY "UKT SEMESTER BERJALAN BELUM LUNAS - SURAT "
095740             "TIDAK DITERBITKAN."
095750         GO TO 8600-EXIT
095760     END-IF.
095770     OPEN OUTPUT CERT-FILE.
095780     IF WS-CRT-STATUS NOT = "00"
095790         DISPLAY "BERKAS SURAT (SURATKET) TIDAK DAPAT DIBUKA."
095800         GO TO 8600-EXIT
095810     END-IF.
095820     WRITE CERT-RECORD FROM WS-REPORT-HEADER-3.
095830     WRITE CERT-RECORD FROM WS-CRT-HEADER-1.
095840     WRITE CERT-RECORD FROM WS-CRT-HEADER-2.
095850     WRITE CERT-RECORD FROM WS-REPORT-HEADER-3.
095860     MOVE SPACES TO CERT-RECORD.
095870     WRITE CERT-RECORD.
095880     MOVE "DENGAN INI MENERANGKAN BAHWA MAHASISWA:"
095890         TO CERT-RECORD.
095900     WRITE CERT-RECORD.
095910     MOVE SPACES TO CERT-RECORD.
095920     WRITE CERT-RECORD.
095930     MOVE "NPM   : " TO CRT-LABEL.
095940     MOVE MR-NPM TO CRT-VALUE.
095950     WRITE CERT-RECORD FROM WS-CRT-DETAIL.
095960     MOVE "NAMA  : " TO CRT-LABEL.
095970     MOVE MR-NAMA TO CRT-VALUE.
095980     WRITE CERT-RECORD FROM WS-CRT-DETAIL.
095990     MOVE "KELAS : " TO CRT-LABEL.
096000     MOVE MR-KELAS TO CRT-VALUE.
096010     WRITE CERT-RECORD FROM WS-CRT-DETAIL.
096020     MOVE MR-NPM TO BD-NPM.
096030     READ BIODATA-FILE
096040         INVALID KEY
096050             DISPLAY "PERINGATAN: BIODATA NPM " MR-NPM
096060                 " BELUM DIISI - TEMPAT/TGL LAHIR DAN ALAMAT "
096070                 "TIDAK DICETAK."
096080         NOT INVALID KEY
096090             MOVE BD-TGL-LAHIR TO WS-TGL-KONV
096100             MOVE WS-TGL-K-HARI TO BTC-HARI
096110             MOVE WS-TGL-K-BULAN TO BTC-BULAN
096120             MOVE WS-TGL-K-TAHUN TO BTC-TAHUN
096130             MOVE "TTL   : " TO CRT-LABEL
096140             MOVE SPACES TO CRT-VALUE
096150             STRING BD-TEMPAT-LAHIR DELIMITED BY "  "
096160                 ", " WS-BIO-TGL-CETAK DELIMITED BY SIZE
096170                 INTO CRT-VALUE
096180             WRITE CERT-RECORD FROM WS-CRT-DETAIL
096190             MOVE "ALAMAT: " TO CRT-LABEL
096200             MOVE BD-ALAMAT TO CRT-VALUE
096210             WRITE CERT-RECORD FROM WS-CRT-DETAIL
096220     END-READ.
096230     MOVE SPACES TO CERT-RECORD.
096240     WRITE CERT-RECORD.
096250     MOVE "TERDAFTAR DAN AKTIF KULIAH PADA" TO CERT-RECORD.
096260     WRITE CERT-RECORD.
096270     MOVE "SEMESTER BERJALAN." TO CERT-RECORD.
096280     WRITE CERT-RECORD.
096290     MOVE SPACES TO CERT-RECORD.
096300     WRITE CERT-RECORD.
096310     MOVE WS-RUN-DATE TO CRT-TANGGAL.
096320     WRITE CERT-RECORD FROM WS-CRT-TANGGAL-LINE.
096330     MOVE SPACES TO CERT-RECORD.
096340     WRITE CERT-RECORD.
096350     MOVE "DEMIKIAN SURAT KETERANGAN INI DIBUAT UNTUK"
096360         TO CERT-RECORD.
096370     WRITE CERT-RECORD.
096380     MOVE "DIPERGUNAKAN SEBAGAIMANA MESTINYA." TO CERT-RECORD.
096390     WRITE CERT-RECORD.
096400     MOVE SPACES TO CERT-RECORD.
096410     WRITE CERT-RECORD.
096420     MOVE SPACES TO CERT-RECORD.
096430     WRITE CERT-RECORD.
096440     MOVE "KEPALA BAGIAN AKADEMIK" TO CERT-RECORD.
096450     WRITE CERT-RECORD.
096460     CLOSE CERT-FILE.
096470     DISPLAY "SURAT KETERANGAN DITULIS KE BERKAS SURATKET.".
096480 8600-EXIT.
096490     EXIT.
096500
096510*----------------------------------------------------------------*
096520* 8700 - SUBMENU ALUMNI: CARI NPM, LAPORAN DAFTAR, EKSPOR CSV,   *
096530*        DAN PULIHKAN ALUMNI SALAH ARSIP KE MASTER               *
096540*----------------------------------------------------------------*
096550 8700-ALUMNI-MENU.
096560     OPEN I-O ALUMNI-FILE.
096570     IF WS-ALM-STATUS = "35"
096580         OPEN OUTPUT ALUMNI-FILE
096590         CLOSE ALUMNI-FILE
096600         OPEN I-O ALUMNI-FILE
096610     END-IF.
096620     IF WS-ALM-STATUS NOT = "00"
096630         DISPLAY "GAGAL MEMBUKA ALUMAST - FILE STATUS "
096640             WS-ALM-STATUS
096650         GO TO 8700-EXIT
096660     END-IF.
096670     DISPLAY "1. CARI ALUMNI BERDASARKAN NPM".
096680     DISPLAY "2. CETAK DAFTAR ALUMNI (ALUMRPT)".
096690     DISPLAY "3. EKSPOR CSV ALUMNI (ALUMCSV)".
096700     DISPLAY "4. PULIHKAN ALUMNI KE MASTER".
096710     DISPLAY "5. BATAL".
096720     DISPLAY "PILIHAN : " WITH NO ADVANCING.
096730     ACCEPT WS-ALUM-CHOICE.
096740     EVALUATE WS-ALUM-CHOICE
096750         WHEN 1
096760             PERFORM 8710-ALUMNI-CARI THRU 8710-EXIT
096770         WHEN 2
096780             PERFORM 8720-ALUMNI-ROSTER THRU 8720-EXIT
096790         WHEN 3
096800             PERFORM 8750-ALUMNI-CSV THRU 8750-EXIT
096810         WHEN 4
096820             PERFORM 8760-ALUMNI-PULIH THRU 8760-EXIT
096830         WHEN OTHER
096840             CONTINUE
096850     END-EVALUATE.
096860     CLOSE ALUMNI-FILE.
096870 8700-EXIT.
096880     EXIT.
096890
096900*----------------------------------------------------------------*
096910* 8710 - CARI SATU ALUMNI BERDASARKAN NPM PADA ALUMAST           *
096920*----------------------------------------------------------------*
096930 8710-ALUMNI-CARI.
096940     DISPLAY "MASUKKAN NPM ALUMNI : " WITH NO ADVANCING.
096950     ACCEPT WS-LOOKUP-NPM.
096960     MOVE WS-LOOKUP-NPM TO AM-NPM.
096970     READ ALUMNI-FILE
096980         INVALID KEY
096990             DISPLAY "NPM " WS-LOOKUP-NPM " TIDAK ADA DI ARSIP "
097000                 "ALUMNI."
097010         NOT INVALID KEY
097020             DISPLAY "NPM        : " AM-NPM
097030             DISPLAY "NAMA       : " AM-NAMA
097040             DISPLAY "KELAS      : " AM-KELAS
097050             DISPLAY "TGL LULUS  : " AM-TGL-LULUS
097060     END-READ.
097070 8710-EXIT.
097080     EXIT.
097090
097100*----------------------------------------------------------------*
097110* 8720 - LAPORAN DAFTAR ALUMNI BERKEPALA DAN BERHALAMAN KE       *
097120*        BERKAS ALUMRPT (URUT NPM SESUAI KUNCI ALUMAST)          *
097130*----------------------------------------------------------------*
097140 8720-ALUMNI-ROSTER.
097150     OPEN OUTPUT ALUM-RPT-FILE.
097160     IF WS-ALR-STATUS NOT = "00"
097170         DISPLAY "BERKAS LAPORAN (ALUMRPT) TIDAK DAPAT DIBUKA."
097180         GO TO 8720-EXIT
097190     END-IF.
097200     MOVE 0 TO WS-PAGE-COUNT.
097210     MOVE 99 TO WS-LINE-COUNT.
097220     MOVE 0 TO WS-RUNNING-COUNT.
097230     MOVE 'N' TO WS-EOF-SW.
097240     MOVE LOW-VALUES TO ALUMNI-RECORD.
097250     START ALUMNI-FILE KEY NOT LESS THAN AM-NPM
097260         INVALID KEY MOVE 'Y' TO WS-EOF-SW
097270     END-START.
097280     PERFORM 8725-ALUMNI-RPT-LINE THRU 8725-EXIT
097290         UNTIL WS-EOF.
097300     IF WS-PAGE-COUNT = 0
097310         PERFORM 8730-ALUMNI-NEW-PAGE THRU 8730-EXIT
097320     END-IF.
097330     MOVE WS-RUNNING-COUNT TO ALR-COUNT.
097340     WRITE ALUM-RPT-RECORD FROM WS-ALR-TOTAL.
097350     CLOSE ALUM-RPT-FILE.
097360     DISPLAY "LAPORAN ALUMNI DITULIS KE BERKAS ALUMRPT.".
097370 8720-EXIT.
097380     EXIT.
097390
097400 8725-ALUMNI-RPT-LINE.
097410     READ ALUMNI-FILE NEXT RECORD
097420         AT END
097430             MOVE 'Y' TO WS-EOF-SW
097440         NOT AT END
097450             IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
097460                 PERFORM 8730-ALUMNI-NEW-PAGE THRU 8730-EXIT
097470             END-IF
097480             ADD 1 TO WS-RUNNING-COUNT
097490             MOVE WS-RUNNING-COUNT TO AR-SEQ
097500             MOVE AM-NPM TO AR-NPM
097510             MOVE AM-KELAS TO AR-KELAS
097520             MOVE AM-TGL-LULUS TO AR-TGL
097530             MOVE AM-NAMA TO AR-NAMA
097540             WRITE ALUM-RPT-RECORD FROM WS-ALR-DETAIL
097550             ADD 1 TO WS-LINE-COUNT
097560     END-READ.
097570 8725-EXIT.
097580     EXIT.
097590
097600 8730-ALUMNI-NEW-PAGE.
097610     ADD 1 TO WS-PAGE-COUNT.
097620     MOVE WS-RUN-DATE TO H2-TANGGAL.
097630     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
097640     IF WS-PAGE-COUNT > 1
097650         MOVE SPACES TO ALUM-RPT-RECORD
097660         WRITE ALUM-RPT-RECORD
097670     END-IF.
097680     WRITE ALUM-RPT-RECORD FROM WS-ALR-HEADER-1.
097690     WRITE ALUM-RPT-RECORD FROM WS-REPORT-HEADER-2.
097700     WRITE ALUM-RPT-RECORD FROM WS-REPORT-HEADER-3.
097710     WRITE ALUM-RPT-RECORD FROM WS-ALR-HEADER-4.
097720     WRITE ALUM-RPT-RECORD FROM WS-REPORT-HEADER-3.
097730     MOVE 0 TO WS-LINE-COUNT.
097740 8730-EXIT.
097750     EXIT.
097760
097770*----------------------------------------------------------------*
097780* 8750 - EKSPOR CSV ALUMNI (NPM,NAMA,KELAS,TGL-LULUS) KE BERKAS  *
097790*        ALUMCSV UNTUK BAGIAN HUBUNGAN ALUMNI                    *
097800*----------------------------------------------------------------*
097810 8750-ALUMNI-CSV.
097820     OPEN OUTPUT ALUM-CSV-FILE.
097830     IF WS-ALC-STATUS NOT = "00"
097840         DISPLAY "BERKAS EKSPOR (ALUMCSV) TIDAK DAPAT DIBUKA."
097850         GO TO 8750-EXIT
097860     END-IF.
097870     MOVE 0 TO WS-RUNNING-COUNT.
097880     MOVE 'N' TO WS-EOF-SW.
097890     MOVE LOW-VALUES TO ALUMNI-RECORD.
097900     START ALUMNI-FILE KEY NOT LESS THAN AM-NPM
097910         INVALID KEY MOVE 'Y' TO WS-EOF-SW
097920     END-START.
097930     PERFORM 8755-ALUMNI-CSV-LINE THRU 8755-EXIT
097940         UNTIL WS-EOF.
097950     CLOSE ALUM-CSV-FILE.
097960     DISPLAY WS-RUNNING-COUNT " BARIS DITULIS KE BERKAS "
097970         "ALUMCSV.".
097980 8750-EXIT.
097990     EXIT.
098000
098010 8755-ALUMNI-CSV-LINE.
098020     READ ALUMNI-FILE NEXT RECORD
098030         AT END
098040             MOVE 'Y' TO WS-EOF-SW
098050         NOT AT END
098060             MOVE AM-NPM TO ACL-NPM
098070             MOVE AM-NAMA TO ACL-NAMA
098080             MOVE AM-KELAS TO ACL-KELAS
098090             MOVE AM-TGL-LULUS TO ACL-TGL
098100             WRITE ALUM-CSV-RECORD FROM WS-ALM-CSV-LINE
098110             ADD 1 TO WS-RUNNING-COUNT
098120     END-READ.
098130 8755-EXIT.
098140     EXIT.
098150
098160*----------------------------------------------------------------*
098170* 8760 - PULIHKAN SATU ALUMNI SALAH ARSIP KE MASTER: TULIS       *
098180*        KEMBALI KE MAHMAST (STATUS AKTIF), HAPUS DARI ALUMAST,  *
098190*        CATAT KE JEJAK AUDIT                                    *
098200*----------------------------------------------------------------*
098210 8760-ALUMNI-PULIH.
098220     DISPLAY "MASUKKAN NPM ALUMNI YANG AKAN DIPULIHKAN : "
098230         WITH NO ADVANCING.
098240     ACCEPT WS-LOOKUP-NPM.
098250     MOVE WS-LOOKUP-NPM TO AM-NPM.
098260     READ ALUMNI-FILE
098270         INVALID KEY
098280             DISPLAY "NPM " WS-LOOKUP-NPM " TIDAK ADA DI ARSIP "
098290                 "ALUMNI."
098300             GO TO 8760-EXIT
098310     END-READ.
098320     MOVE WS-LOOKUP-NPM TO MR-NPM.
098330     READ MASTER-FILE
098340         INVALID KEY
098350             CONTINUE
098360         NOT INVALID KEY
098370             DISPLAY "NPM TERSEBUT MASIH ADA DI MASTER - "
098380                 "PEMULIHAN DIBATALKAN."
098390             GO TO 8760-EXIT
098400     END-READ.
098410     DISPLAY "NAMA       : " AM-NAMA.
098420     DISPLAY "KELAS      : " AM-KELAS.
098430     DISPLAY "TGL LULUS  : " AM-TGL-LULUS.
098440     DISPLAY "PULIHKAN KE MASTER DENGAN STATUS AKTIF (Y/T) ? "
098450         WITH NO ADVANCING.
098460     ACCEPT WS-ARSIP-CHOICE.
098470     IF WS-ARSIP-CHOICE NOT = "Y" AND WS-ARSIP-CHOICE NOT = "y"
098480         DISPLAY "PEMULIHAN DIBATALKAN."
098490         GO TO 8760-EXIT
098500     END-IF.
098510     MOVE AM-NPM TO MR-NPM.
098520     MOVE AM-NAMA TO MR-NAMA.
098530     MOVE "A" TO MR-STATUS.
098540     MOVE AM-KELAS TO MR-KELAS.
098550     MOVE SPACES TO MR-NIDN-WALI.
098560     WRITE MASTER-RECORD
098570         INVALID KEY
098580             DISPLAY "GAGAL MENULIS KEMBALI KE MASTER."
098590             GO TO 8760-EXIT
098600     END-WRITE.
098610     DELETE ALUMNI-FILE
098620         INVALID KEY
098630             DISPLAY "GAGAL HAPUS DARI ALUMAST - PERIKSA "
098640                 "MANUAL NPM " AM-NPM "."
098650     END-DELETE.
098660     MOVE "PULIH" TO AL-JENIS.
098670     MOVE AM-NPM TO AL-NPM.
098680     MOVE SPACES TO AL-NAMA-LAMA.
098690     MOVE AM-NAMA TO AL-NAMA-BARU.
098700     PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT.
098710     PERFORM 8480-BIO-DARI-ALUMNI THRU 8480-EXIT.
098720     PERFORM 1100-LOAD-MASTER-TO-TABLE THRU 1100-EXIT.
098730     DISPLAY "ALUMNI BERHASIL DIPULIHKAN KE MASTER.".
098740 8760-EXIT.
098750     EXIT.
098760
098770*----------------------------------------------------------------*
098780* 8800 - PENELUSURAN JEJAK AUDIT: BACA KEMBALI AUDITLOG, SARING  *
098790*        PER NPM / RENTANG TANGGAL / JENIS TRANSAKSI, CETAK      *
098800*        LAPORAN BERHALAMAN (NILAI LAMA+BARU) KE AUDITRPT        *
098810*----------------------------------------------------------------*
098820 8800-AUDIT-INQUIRY.
098830     DISPLAY "SARING NPM (0 = SEMUA) : " WITH NO ADVANCING.
098840     ACCEPT WS-AUD-NPM-FILTER.
098850     DISPLAY "TANGGAL AWAL YYYYMMDD (0 = SEMUA) : "
098860         WITH NO ADVANCING.
098870     ACCEPT WS-AUD-TGL-AWAL.
098880     DISPLAY "TANGGAL AKHIR YYYYMMDD (0 = TANPA BATAS) : "
098890         WITH NO ADVANCING.
098900     ACCEPT WS-AUD-TGL-AKHIR.
098910     IF WS-AUD-TGL-AKHIR = 0
098920         MOVE 99999999 TO WS-AUD-TGL-AKHIR
098930     END-IF.
098940     DISPLAY "SARING JENIS (KOSONG = SEMUA) : "
098950         WITH NO ADVANCING.
098960     ACCEPT WS-AUD-JENIS-FILTER.
098970     OPEN INPUT AUDIT-FILE.
098980     IF WS-AUD-STATUS NOT = "00"
098990         DISPLAY "BELUM ADA JEJAK AUDIT (AUDITLOG TIDAK "
099000             "DITEMUKAN)."
099010         GO TO 8800-EXIT
099020     END-IF.
099030     OPEN OUTPUT AUDIT-RPT-FILE.
099040     IF WS-ADR-STATUS NOT = "00"
099050         DISPLAY "BERKAS LAPORAN (AUDITRPT) TIDAK DAPAT DIBUKA."
099060         CLOSE AUDIT-FILE
099070         GO TO 8800-EXIT
099080     END-IF.
099090     MOVE 0 TO WS-PAGE-COUNT.
099100     MOVE 99 TO WS-LINE-COUNT.
099110     MOVE 0 TO WS-RUNNING-COUNT.
099120     MOVE 'N' TO WS-EOF-SW.
099130     PERFORM 8810-AUDIT-INQ-STEP THRU 8810-EXIT
099140         UNTIL WS-EOF.
099150     IF WS-PAGE-COUNT = 0
099160         PERFORM 8820-AUDIT-RPT-PAGE THRU 8820-EXIT
099170     END-IF.
099180     MOVE WS-RUNNING-COUNT TO ADR-COUNT.
099190     WRITE AUDIT-RPT-RECORD FROM WS-ADR-TOTAL.
099200     CLOSE AUDIT-RPT-FILE.
099210     CLOSE AUDIT-FILE.
099220     DISPLAY WS-RUNNING-COUNT " BARIS AUDIT COCOK - LAPORAN DI "
099230         "BERKAS AUDITRPT.".
099240 8800-EXIT.
099250     EXIT.
099260
099270 8810-AUDIT-INQ-STEP.
099280     READ AUDIT-FILE INTO WS-AUDIT-LINE
099290         AT END
099300             MOVE 'Y' TO WS-EOF-SW
099310         NOT AT END
099320             IF (WS-AUD-NPM-FILTER NOT = 0
099330                     AND AL-NPM NOT = WS-AUD-NPM-FILTER)
099340                 OR AL-TANGGAL < WS-AUD-TGL-AWAL
099350                 OR AL-TANGGAL > WS-AUD-TGL-AKHIR
099360                 OR (WS-AUD-JENIS-FILTER NOT = SPACES
099370                     AND AL-JENIS NOT = WS-AUD-JENIS-FILTER)
099380                 CONTINUE
099390             ELSE
099400                 IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
099410                     PERFORM 8820-AUDIT-RPT-PAGE THRU 8820-EXIT
099420                 END-IF
099430                 WRITE AUDIT-RPT-RECORD FROM WS-AUDIT-LINE
099440                 ADD 1 TO WS-LINE-COUNT
099450                 ADD 1 TO WS-RUNNING-COUNT
099460             END-IF
099470     END-READ.
099480 8810-EXIT.
099490     EXIT.
099500
099510 8820-AUDIT-RPT-PAGE.
099520     ADD 1 TO WS-PAGE-COUNT.
099530     MOVE WS-RUN-DATE TO H2-TANGGAL.
099540     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
099550     IF WS-PAGE-COUNT > 1
099560         MOVE SPACES TO AUDIT-RPT-RECORD
099570         WRITE AUDIT-RPT-RECORD
099580     END-IF.
099590     WRITE AUDIT-RPT-RECORD FROM WS-ADR-HEADER-1.
099600     WRITE AUDIT-RPT-RECORD FROM WS-REPORT-HEADER-2.
099610     WRITE AUDIT-RPT-RECORD FROM WS-REPORT-HEADER-3.
099620     WRITE AUDIT-RPT-RECORD FROM WS-ADR-HEADER-4.
099630     WRITE AUDIT-RPT-RECORD FROM WS-REPORT-HEADER-3.
099640     MOVE 0 TO WS-LINE-COUNT.
099650 8820-EXIT.
099660     EXIT.
099670
099680*----------------------------------------------------------------*
099690* 8900 - SUBMENU BACKUP/MUAT-ULANG: BONGKAR MASTER BERINDEKS KE  *
099700*        BERKAS SEKUENSIAL BER-TRAILER, ATAU BANGUN KEMBALI      *
099710*        MASTER DARI BACKUP DENGAN VERIFIKASI CACAH REKAMAN      *
099720*----------------------------------------------------------------*
099730 8900-BACKUP-MENU.
099740     DISPLAY "1. BONGKAR SEMUA MASTER KE BACKUP".
099750     DISPLAY "2. MUAT-ULANG MAHMAST DARI MAHBKP".
099760     DISPLAY "3. MUAT-ULANG NILMAST DARI NILBKP".
099770     DISPLAY "4. MUAT-ULANG ALUMAST DARI ALMBKP".
099780     DISPLAY "5. MUAT-ULANG BIODATA DARI BIOBKP".
099790     DISPLAY "6. MUAT-ULANG ALUMBIO DARI ABIBKP".
099800     DISPLAY "7. MUAT-ULANG UKTMAST DARI UKTBKP".
099810     DISPLAY "8. MUAT-ULANG UKTBYRLG DARI UKLBKP".
099820     DISPLAY "9. BATAL".
099830     DISPLAY "PILIHAN : " WITH NO ADVANCING.
099840     ACCEPT WS-BKP-CHOICE.
099850     EVALUATE WS-BKP-CHOICE
099860         WHEN 1
099870             PERFORM 8910-UNLOAD-ALL THRU 8910-EXIT
099880         WHEN 2
099890             MOVE "MUAT-ULANG MAHMAST" TO WS-KN-OPERASI
099900             PERFORM 9320-KUNCI-EKSKLUSIF THRU 9320-EXIT
099910             IF WS-KN-DAPAT
099920                 PERFORM 8930-RELOAD-MAH THRU 8930-EXIT
099930                 PERFORM 9330-KUNCI-BERSAMA THRU 9330-EXIT
099940             END-IF
099950         WHEN 3
099960             MOVE "MUAT-ULANG NILMAST" TO WS-KN-OPERASI
099970             PERFORM 9320-KUNCI-EKSKLUSIF THRU 9320-EXIT
099980             IF WS-KN-DAPAT
099990                 PERFORM 8940-RELOAD-NIL THRU 8940-EXIT
100000                 PERFORM 9330-KUNCI-BERSAMA THRU 9330-EXIT
100010             END-IF
100020         WHEN 4
100030             MOVE "MUAT-ULANG ALUMAST" TO WS-KN-OPERASI
100040             PERFORM 9320-KUNCI-EKSKLUSIF THRU 9320-EXIT
100050             IF WS-KN-DAPAT
100060                 PERFORM 8950-RELOAD-ALM THRU 8950-EXIT
100070                 PERFORM 9330-KUNCI-BERSAMA THRU 9330-EXIT
100080             END-IF
100090         WHEN 5
100100             MOVE "MUAT-ULANG BIODATA" TO WS-KN-OPERASI
100110             PERFORM 9320-KUNCI-EKSKLUSIF THRU 9320-EXIT
100120             IF WS-KN-DAPAT
100130                 PERFORM 8960-RELOAD-BIO THRU 8960-EXIT
100140                 PERFORM 9330-KUNCI-BERSAMA THRU 9330-EXIT
100150             END-IF
100160         WHEN 6
100170             MOVE "MUAT-ULANG ALUMBIO" TO WS-KN-OPERASI
100180             PERFORM 9320-KUNCI-EKSKLUSIF THRU 9320-EXIT
100190             IF WS-KN-DAPAT
100200                 PERFORM 8965-RELOAD-ABI THRU 8965-EXIT
100210                 PERFORM 9330-KUNCI-BERSAMA THRU 9330-EXIT
100220             END-IF
100230         WHEN 7
100240             MOVE "MUAT-ULANG UKTMAST" TO WS-KN-OPERASI
100250             PERFORM 9320-KUNCI-EKSKLUSIF THRU 9320-EXIT
100260             IF WS-KN-DAPAT
100270                 PERFORM 8970-RELOAD-UKT THRU 8970-EXIT
100280                 PERFORM 9330-KUNCI-BERSAMA THRU 9330-EXIT
100290             END-IF
100300         WHEN 8
100310             MOVE "MUAT-ULANG UKTBYRLG" TO WS-KN-OPERASI
100320             PERFORM 9320-KUNCI-EKSKLUSIF THRU 9320-EXIT
100330             IF WS-KN-DAPAT
100340                 PERFORM 8975-RELOAD-UYL THRU 8975-EXIT
100350                 PERFORM 9330-KUNCI-BERSAMA THRU 9330-EXIT
100360             END-IF
100370         WHEN OTHER
100380             CONTINUE
100390     END-EVALUATE.
100400 8900-EXIT.
100410     EXIT.
100420
100430 8910-UNLOAD-ALL.
100440     PERFORM 8911-UNLOAD-MAH THRU 8911-EXIT.
100450     PERFORM 8913-UNLOAD-NIL THRU 8913-EXIT.
100460     PERFORM 8915-UNLOAD-ALM THRU 8915-EXIT.
100470     PERFORM 8917-UNLOAD-BIO THRU 8917-EXIT.
100480     PERFORM 8919-UNLOAD-ABI THRU 8919-EXIT.
100490     PERFORM 8921-UNLOAD-UKT THRU 8921-EXIT.
100500     PERFORM 8923-UNLOAD-UYL THRU 8923-EXIT.
100510 8910-EXIT.
100520     EXIT.
100530
100540*----------------------------------------------------------------*
100550* 8911 - bongkar MAHMAST ke MAHBKP (rekaman D + trailer T=cacah) *
100560*----------------------------------------------------------------*
100570 8911-UNLOAD-MAH.
100580     OPEN OUTPUT MAH-BKP-FILE.
100590     IF WS-BKM-STATUS NOT = "00"
100600         DISPLAY "BERKAS BACKUP (MAHBKP) TIDAK DAPAT DIBUKA."
100610         GO TO 8911-EXIT
100620     END-IF.
100630     MOVE 0 TO WS-UNLOAD-COUNT.
100640     MOVE 'N' TO WS-EOF-SW.
100650     MOVE LOW-VALUES TO MASTER-RECORD.
100660     START MASTER-FILE KEY NOT LESS THAN MR-NPM
100670         INVALID KEY MOVE 'Y' TO WS-EOF-SW
100680     END-START.
100690     PERFORM 8912-UNLOAD-MAH-STEP THRU 8912-EXIT
100700         UNTIL WS-EOF.
100710     MOVE "T" TO MB-JENIS.
100720     MOVE SPACES TO MB-DATA.
100730     MOVE WS-UNLOAD-COUNT TO WS-TRAILER-N.
100740     MOVE WS-TRAILER-N TO MB-DATA(1:8).
100750     WRITE MAH-BKP-RECORD.
100760     CLOSE MAH-BKP-FILE.
100770     DISPLAY WS-UNLOAD-COUNT " REKAMAN MAHMAST DIBONGKAR KE "
100780         "BERKAS MAHBKP.".
100790 8911-EXIT.
100800     EXIT.
100810
100820 8912-UNLOAD-MAH-STEP.
100830     READ MASTER-FILE NEXT RECORD
100840         AT END
100850             MOVE 'Y' TO WS-EOF-SW
100860         NOT AT END
100870             MOVE "D" TO MB-JENIS
100880             MOVE MASTER-RECORD TO MB-DATA
100890             WRITE MAH-BKP-RECORD
100900             ADD 1 TO WS-UNLOAD-COUNT
100910     END-READ.
100920 8912-EXIT.
100930     EXIT.
100940
100950*----------------------------------------------------------------*
100960* 8913 - bongkar NILMAST ke NILBKP                               *
100970*----------------------------------------------------------------*
100980 8913-UNLOAD-NIL.
100990     OPEN OUTPUT NIL-BKP-FILE.
101000     IF WS-BKN-STATUS NOT = "00"
101010         DISPLAY "BERKAS BACKUP (NILBKP) TIDAK DAPAT DIBUKA."
101020         GO TO 8913-EXIT
101030     END-IF.
101040     MOVE 0 TO WS-UNLOAD-COUNT.
101050     MOVE 'N' TO WS-EOF-SW.
101060     MOVE LOW-VALUES TO NILAI-RECORD.
101070     START NILAI-FILE KEY NOT LESS THAN NM-KEY
101080         INVALID KEY MOVE 'Y' TO WS-EOF-SW
101090     END-START.
101100     PERFORM 8914-UNLOAD-NIL-STEP THRU 8914-EXIT
101110         UNTIL WS-EOF.
101120     MOVE "T" TO NB-JENIS.
101130     MOVE SPACES TO NB-DATA.
101140     MOVE WS-UNLOAD-COUNT TO WS-TRAILER-N.
101150     MOVE WS-TRAILER-N TO NB-DATA(1:8).
101160     WRITE NIL-BKP-RECORD.
101170     CLOSE NIL-BKP-FILE.
101180     DISPLAY WS-UNLOAD-COUNT " REKAMAN NILMAST DIBONGKAR KE "
101190         "BERKAS NILBKP.".
101200 8913-EXIT.
101210     EXIT.
101220
101230 8914-UNLOAD-NIL-STEP.
101240     READ NILAI-FILE NEXT RECORD
101250         AT END
101260             MOVE 'Y' TO WS-EOF-SW
101270         NOT AT END
101280             MOVE "D" TO NB-JENIS
101290             MOVE NILAI-RECORD TO NB-DATA
101300             WRITE NIL-BKP-RECORD
101310             ADD 1 TO WS-UNLOAD-COUNT
101320     END-READ.
101330 8914-EXIT.
101340     EXIT.
101350
101360*----------------------------------------------------------------*
101370* 8915 - bongkar ALUMAST ke ALMBKP                               *
101380*----------------------------------------------------------------*
101390 8915-UNLOAD-ALM.
101400     OPEN I-O ALUMNI-FILE.
101410     IF WS-ALM-STATUS = "35"
101420         OPEN OUTPUT ALUMNI-FILE
101430         CLOSE ALUMNI-FILE
101440         OPEN I-O ALUMNI-FILE
101450     END-IF.
101460     IF WS-ALM-STATUS NOT = "00"
101470         DISPLAY "GAGAL MEMBUKA ALUMAST - FILE STATUS "
101480             WS-ALM-STATUS
101490         GO TO 8915-EXIT
101500     END-IF.
101510     OPEN OUTPUT ALM-BKP-FILE.
101520     IF WS-BKA-STATUS NOT = "00"
101530         DISPLAY "BERKAS BACKUP (ALMBKP) TIDAK DAPAT DIBUKA."
101540         CLOSE ALUMNI-FILE
101550         GO TO 8915-EXIT
101560     END-IF.
101570     MOVE 0 TO WS-UNLOAD-COUNT.
101580     MOVE 'N' TO WS-EOF-SW.
101590     MOVE LOW-VALUES TO ALUMNI-RECORD.
101600     START ALUMNI-FILE KEY NOT LESS THAN AM-NPM
101610         INVALID KEY MOVE 'Y' TO WS-EOF-SW
101620     END-START.
101630     PERFORM 8916-UNLOAD-ALM-STEP THRU 8916-EXIT
101640         UNTIL WS-EOF.
101650     MOVE "T" TO AB-JENIS.
101660     MOVE SPACES TO AB-DATA.
101670     MOVE WS-UNLOAD-COUNT TO WS-TRAILER-N.
101680     MOVE WS-TRAILER-N TO AB-DATA(1:8).
101690     WRITE ALM-BKP-RECORD.
101700     CLOSE ALM-BKP-FILE.
101710     CLOSE ALUMNI-FILE.
101720     DISPLAY WS-UNLOAD-COUNT " REKAMAN ALUMAST DIBONGKAR KE "
101730         "BERKAS ALMBKP.".
101740 8915-EXIT.
101750     EXIT.
101760
101770 8916-UNLOAD-ALM-STEP.
101780     READ ALUMNI-FILE NEXT RECORD
101790         AT END
101800             MOVE 'Y' TO WS-EOF-SW
101810         NOT AT END
101820             MOVE "D" TO AB-JENIS
101830             MOVE ALUMNI-RECORD TO AB-DATA
101840             WRITE ALM-BKP-RECORD
101850             ADD 1 TO WS-UNLOAD-COUNT
101860     END-READ.
101870 8916-EXIT.
101880     EXIT.
101890
101900*----------------------------------------------------------------*
101910* 8917 - bongkar BIODATA ke BIOBKP                               *
101920*----------------------------------------------------------------*
101930 8917-UNLOAD-BIO.
101940     OPEN OUTPUT BIO-BKP-FILE.
101950     IF WS-BKB-STATUS NOT = "00"
101960         DISPLAY "BERKAS BACKUP (BIOBKP) TIDAK DAPAT DIBUKA."
101970         GO TO 8917-EXIT
101980     END-IF.
101990     MOVE 0 TO WS-UNLOAD-COUNT.
102000     MOVE 'N' TO WS-EOF-SW.
102010     MOVE LOW-VALUES TO BIODATA-RECORD.
102020     START BIODATA-FILE KEY NOT LESS THAN BD-NPM
102030         INVALID KEY MOVE 'Y' TO WS-EOF-SW
102040     END-START.
102050     PERFORM 8918-UNLOAD-BIO-STEP THRU 8918-EXIT
102060         UNTIL WS-EOF.
102070     MOVE "T" TO BB-JENIS.
102080     MOVE SPACES TO BB-DATA.
102090     MOVE WS-UNLOAD-COUNT TO WS-TRAILER-N.
102100     MOVE WS-TRAILER-N TO BB-DATA(1:8).
102110     WRITE BIO-BKP-RECORD.
102120     CLOSE BIO-BKP-FILE.
102130     DISPLAY WS-UNLOAD-COUNT " REKAMAN BIODATA DIBONGKAR KE "
102140         "BERKAS BIOBKP.".
102150 8917-EXIT.
102160     EXIT.
102170
102180 8918-UNLOAD-BIO-STEP.
102190     READ BIODATA-FILE NEXT RECORD
102200         AT END
102210             MOVE 'Y' TO WS-EOF-SW
102220         NOT AT END
102230             MOVE "D" TO BB-JENIS
102240             MOVE BIODATA-RECORD TO BB-DATA
102250             WRITE BIO-BKP-RECORD
102260             ADD 1 TO WS-UNLOAD-COUNT
102270     END-READ.
102280 8918-EXIT.
102290     EXIT.
102300
102310*----------------------------------------------------------------*
102320* 8919 - bongkar ALUMBIO ke ABIBKP                               *
102330*----------------------------------------------------------------*
102340 8919-UNLOAD-ABI.
102350     OPEN I-O ALUM-BIO-FILE.
102360     IF WS-ABI-STATUS = "35"
102370         OPEN OUTPUT ALUM-BIO-FILE
102380         CLOSE ALUM-BIO-FILE
102390         OPEN I-O ALUM-BIO-FILE
102400     END-IF.
102410     IF WS-ABI-STATUS NOT = "00"
102420         DISPLAY "GAGAL MEMBUKA ALUMBIO - FILE STATUS "
102430             WS-ABI-STATUS
102440         GO TO 8919-EXIT
102450     END-IF.
102460     OPEN OUTPUT ABI-BKP-FILE.
102470     IF WS-BKG-STATUS NOT = "00"
102480         DISPLAY "BERKAS BACKUP (ABIBKP) TIDAK DAPAT DIBUKA."
102490         CLOSE ALUM-BIO-FILE
102500         GO TO 8919-EXIT
102510     END-IF.
102520     MOVE 0 TO WS-UNLOAD-COUNT.
102530     MOVE 'N' TO WS-EOF-SW.
102540     MOVE LOW-VALUES TO ALUM-BIO-RECORD.
102550     START ALUM-BIO-FILE KEY NOT LESS THAN BA-NPM
102560         INVALID KEY MOVE 'Y' TO WS-EOF-SW
102570     END-START.
102580     PERFORM 8920-UNLOAD-ABI-STEP THRU 8920-EXIT
102590         UNTIL WS-EOF.
102600     MOVE "T" TO BG-JENIS.
102610     MOVE SPACES TO BG-DATA.
102620     MOVE WS-UNLOAD-COUNT TO WS-TRAILER-N.
102630     MOVE WS-TRAILER-N TO BG-DATA(1:8).
102640     WRITE ABI-BKP-RECORD.
102650     CLOSE ABI-BKP-FILE.
102660     CLOSE ALUM-BIO-FILE.
102670     DISPLAY WS-UNLOAD-COUNT " REKAMAN ALUMBIO DIBONGKAR KE "
102680         "BERKAS ABIBKP.".
102690 8919-EXIT.
102700     EXIT.
102710
102720 8920-UNLOAD-ABI-STEP.
102730     READ ALUM-BIO-FILE NEXT RECORD
102740         AT END
102750             MOVE 'Y' TO WS-EOF-SW
102760         NOT AT END
102770             MOVE "D" TO BG-JENIS
102780             MOVE ALUM-BIO-RECORD TO BG-DATA
102790             WRITE ABI-BKP-RECORD
102800             ADD 1 TO WS-UNLOAD-COUNT
102810     END-READ.
102820 8920-EXIT.
102830     EXIT.
102840
102850*----------------------------------------------------------------*
102860* 8921 - bongkar UKTMAST ke UKTBKP                               *
102870*----------------------------------------------------------------*
102880 8921-UNLOAD-UKT.
102890     PERFORM 4510-UKT-BUKA THRU 4510-EXIT.
102900     IF NOT WS-UKT-OPEN
102910         GO TO 8921-EXIT
102920     END-IF.
102930     OPEN OUTPUT UKT-BKP-FILE.
102940     IF WS-BKU-STATUS NOT = "00"
102950         DISPLAY "BERKAS BACKUP (UKTBKP) TIDAK DAPAT DIBUKA."
102960         CLOSE UKT-FILE
102970         GO TO 8921-EXIT
102980     END-IF.
102990     MOVE 0 TO WS-UNLOAD-COUNT.
103000     MOVE 'N' TO WS-EOF-SW.
103010     MOVE LOW-VALUES TO UKT-RECORD.
103020     START UKT-FILE KEY NOT LESS THAN UK-KEY
103030         INVALID KEY MOVE 'Y' TO WS-EOF-SW
103040     END-START.
103050     PERFORM 8922-UNLOAD-UKT-STEP THRU 8922-EXIT
103060         UNTIL WS-EOF.
103070     MOVE "T" TO BU-JENIS.
103080     MOVE SPACES TO BU-DATA.
103090     MOVE WS-UNLOAD-COUNT TO WS-TRAILER-N.
103100     MOVE WS-TRAILER-N TO BU-DATA(1:8).
103110     WRITE UKT-BKP-RECORD.
103120     CLOSE UKT-BKP-FILE.
103130     CLOSE UKT-FILE.
103140     DISPLAY WS-UNLOAD-COUNT " REKAMAN UKTMAST DIBONGKAR KE "
103150         "BERKAS UKTBKP.".
103160 8921-EXIT.
103170     EXIT.
103180
103190 8922-UNLOAD-UKT-STEP.
103200     READ UKT-FILE NEXT RECORD
103210         AT END
103220             MOVE 'Y' TO WS-EOF-SW
103230         NOT AT END
103240             MOVE "D" TO BU-JENIS
103250             MOVE UKT-RECORD TO BU-DATA
103260             WRITE UKT-BKP-RECORD
103270             ADD 1 TO WS-UNLOAD-COUNT
103280     END-READ.
103290 8922-EXIT.
103300     EXIT.
103310
103320*----------------------------------------------------------------*
103330* 8923 - bongkar log pembayaran UKTBYRLG ke UKLBKP               *
103340*----------------------------------------------------------------*
103350 8923-UNLOAD-UYL.
103360     OPEN I-O UKT-LOG-FILE.
103370     IF WS-UYL-STATUS = "35"
103380         OPEN OUTPUT UKT-LOG-FILE
103390         CLOSE UKT-LOG-FILE
103400         OPEN I-O UKT-LOG-FILE
103410     END-IF.
103420     IF WS-UYL-STATUS NOT = "00"
103430         DISPLAY "GAGAL MEMBUKA UKTBYRLG - FILE STATUS "
103440             WS-UYL-STATUS
103450         GO TO 8923-EXIT
103460     END-IF.
103470     OPEN OUTPUT UYL-BKP-FILE.
103480     IF WS-BKY-STATUS NOT = "00"
103490         DISPLAY "BERKAS BACKUP (UKLBKP) TIDAK DAPAT DIBUKA."
103500         CLOSE UKT-LOG-FILE
103510         GO TO 8923-EXIT
103520     END-IF.
103530     MOVE 0 TO WS-UNLOAD-COUNT.
103540     MOVE 'N' TO WS-EOF-SW.
103550     MOVE LOW-VALUES TO UKT-LOG-RECORD.
103560     START UKT-LOG-FILE KEY NOT LESS THAN UY-KEY
103570         INVALID KEY MOVE 'Y' TO WS-EOF-SW
103580     END-START.
103590     PERFORM 8924-UNLOAD-UYL-STEP THRU 8924-EXIT
103600         UNTIL WS-EOF.
103610     MOVE "T" TO BY-JENIS.
103620     MOVE SPACES TO BY-DATA.
103630     MOVE WS-UNLOAD-COUNT TO WS-TRAILER-N.
103640     MOVE WS-TRAILER-N TO BY-DATA(1:8).
103650     WRITE UYL-BKP-RECORD.
103660     CLOSE UYL-BKP-FILE.
103670     CLOSE UKT-LOG-FILE.
103680     DISPLAY WS-UNLOAD-COUNT " REKAMAN UKTBYRLG DIBONGKAR KE "
103690         "BERKAS UKLBKP.".
103700 8923-EXIT.
103710     EXIT.
103720
103730 8924-UNLOAD-UYL-STEP.
103740     READ UKT-LOG-FILE NEXT RECORD
103750         AT END
103760             MOVE 'Y' TO WS-EOF-SW
103770         NOT AT END
103780             MOVE "D" TO BY-JENIS
103790             MOVE UKT-LOG-RECORD TO BY-DATA
103800             WRITE UYL-BKP-RECORD
103810             ADD 1 TO WS-UNLOAD-COUNT
103820     END-READ.
103830 8924-EXIT.
103840     EXIT.
103850
103860*----------------------------------------------------------------*
103870* 8930 - bangun kembali MAHMAST dari MAHBKP lalu cocokkan cacah  *
103880*        rekaman dengan trailer sebelum dinyatakan sukses        *
103890*----------------------------------------------------------------*
103900 8930-RELOAD-MAH.
103910     OPEN INPUT MAH-BKP-FILE.
103920     IF WS-BKM-STATUS NOT = "00"
103930         DISPLAY "BERKAS BACKUP (MAHBKP) TIDAK DITEMUKAN."
103940         GO TO 8930-EXIT
103950     END-IF.
103960     CLOSE MASTER-FILE.
103970     OPEN OUTPUT MASTER-FILE.
103980     MOVE 0 TO WS-RELOAD-COUNT.
103990     MOVE 0 TO WS-TRAILER-N.
104000     MOVE 'N' TO WS-TRAILER-FOUND-SW.
104010     MOVE 'N' TO WS-EOF-SW.
104020     PERFORM 8931-RELOAD-MAH-STEP THRU 8931-EXIT
104030         UNTIL WS-EOF.
104040     CLOSE MAH-BKP-FILE.
104050     CLOSE MASTER-FILE.
104060     OPEN I-O MASTER-FILE.
104070     PERFORM 1100-LOAD-MASTER-TO-TABLE THRU 1100-EXIT.
104080     IF WS-TRAILER-FOUND
104090             AND WS-RELOAD-COUNT = WS-TRAILER-N
104100         DISPLAY "MUAT-ULANG MAHMAST SUKSES - " WS-RELOAD-COUNT
104110             " REKAMAN SESUAI TRAILER."
104120     ELSE
104130         DISPLAY "PERINGATAN: MUAT-ULANG MAHMAST TIDAK "
104140             "TERVERIFIKASI (CACAH " WS-RELOAD-COUNT
104150             ", TRAILER " WS-TRAILER-N ")."
104160     END-IF.
104170 8930-EXIT.
104180     EXIT.
104190
104200 8931-RELOAD-MAH-STEP.
104210     READ MAH-BKP-FILE
104220         AT END
104230             MOVE 'Y' TO WS-EOF-SW
104240         NOT AT END
104250             IF MB-JENIS = "D"
104260                 MOVE MB-DATA TO MASTER-RECORD
104270                 WRITE MASTER-RECORD
104280                     INVALID KEY
104290                         DISPLAY "GAGAL TULIS NPM " MR-NPM
104300                             " SAAT MUAT-ULANG."
104310                     NOT INVALID KEY
104320                         ADD 1 TO WS-RELOAD-COUNT
104330                 END-WRITE
104340             ELSE
104350                 IF MB-JENIS = "T"
104360                     MOVE MB-DATA(1:8) TO WS-TRAILER-N
104370                     MOVE 'Y' TO WS-TRAILER-FOUND-SW
104380                 END-IF
104390             END-IF
104400     END-READ.
104410 8931-EXIT.
104420     EXIT.
104430
104440*----------------------------------------------------------------*
104450* 8940 - bangun kembali NILMAST dari NILBKP dengan verifikasi    *
104460*----------------------------------------------------------------*
104470 8940-RELOAD-NIL.
104480     OPEN INPUT NIL-BKP-FILE.
104490     IF WS-BKN-STATUS NOT = "00"
104500         DISPLAY "BERKAS BACKUP (NILBKP) TIDAK DITEMUKAN."
104510         GO TO 8940-EXIT
104520     END-IF.
104530     CLOSE NILAI-FILE.
104540     OPEN OUTPUT NILAI-FILE.
104550     MOVE 0 TO WS-RELOAD-COUNT.
104560     MOVE 0 TO WS-TRAILER-N.
104570     MOVE 'N' TO WS-TRAILER-FOUND-SW.
104580     MOVE 'N' TO WS-EOF-SW.
104590     PERFORM 8941-RELOAD-NIL-STEP THRU 8941-EXIT
104600         UNTIL WS-EOF.
104610     CLOSE NIL-BKP-FILE.
104620     CLOSE NILAI-FILE.
104630     OPEN I-O NILAI-FILE.
104640     IF WS-TRAILER-FOUND
104650             AND WS-RELOAD-COUNT = WS-TRAILER-N
104660         DISPLAY "MUAT-ULANG NILMAST SUKSES - " WS-RELOAD-COUNT
104670             " REKAMAN SESUAI TRAILER."
104680     ELSE
104690         DISPLAY "PERINGATAN: MUAT-ULANG NILMAST TIDAK "
104700             "TERVERIFIKASI (CACAH " WS-RELOAD-COUNT
104710             ", TRAILER " WS-TRAILER-N ")."
104720     END-IF.
104730 8940-EXIT.
104740     EXIT.
104750
104760 8941-RELOAD-NIL-STEP.
104770     READ NIL-BKP-FILE
104780         AT END
104790             MOVE 'Y' TO WS-EOF-SW
104800         NOT AT END
104810             IF NB-JENIS = "D"
104820                 MOVE NB-DATA TO NILAI-RECORD
104830                 WRITE NILAI-RECORD
104840                     INVALID KEY
104850                         DISPLAY "GAGAL TULIS NILAI NPM " NM-NPM
104860                             " SAAT MUAT-ULANG."
104870                     NOT INVALID KEY
104880                         ADD 1 TO WS-RELOAD-COUNT
104890                 END-WRITE
104900             ELSE
104910                 IF NB-JENIS = "T"
104920                     MOVE NB-DATA(1:8) TO WS-TRAILER-N
104930                     MOVE 'Y' TO WS-TRAILER-FOUND-SW
104940                 END-IF
104950             END-IF
104960     END-READ.
104970 8941-EXIT.
104980     EXIT.
104990
105000*----------------------------------------------------------------*
105010* 8950 - bangun kembali ALUMAST dari ALMBKP dengan verifikasi    *
105020*----------------------------------------------------------------*
105030 8950-RELOAD-ALM.
105040     OPEN INPUT ALM-BKP-FILE.
105050     IF WS-BKA-STATUS NOT = "00"
105060         DISPLAY "BERKAS BACKUP (ALMBKP) TIDAK DITEMUKAN."
105070         GO TO 8950-EXIT
105080     END-IF.
105090     OPEN OUTPUT ALUMNI-FILE.
105100     IF WS-ALM-STATUS NOT = "00"
105110         DISPLAY "GAGAL MEMBUKA ALUMAST - FILE STATUS "
105120             WS-ALM-STATUS
105130         CLOSE ALM-BKP-FILE
105140         GO TO 8950-EXIT
105150     END-IF.
105160     MOVE 0 TO WS-RELOAD-COUNT.
105170     MOVE 0 TO WS-TRAILER-N.
105180     MOVE 'N' TO WS-TRAILER-FOUND-SW.
105190     MOVE 'N' TO WS-EOF-SW.
105200     PERFORM 8951-RELOAD-ALM-STEP THRU 8951-EXIT
105210         UNTIL WS-EOF.
105220     CLOSE ALM-BKP-FILE.
105230     CLOSE ALUMNI-FILE.
105240     IF WS-TRAILER-FOUND
105250             AND WS-RELOAD-COUNT = WS-TRAILER-N
105260         DISPLAY "MUAT-ULANG ALUMAST SUKSES - " WS-RELOAD-COUNT
105270             " REKAMAN SESUAI TRAILER."
105280     ELSE
105290         DISPLAY "PERINGATAN: MUAT-ULANG ALUMAST TIDAK "
105300             "TERVERIFIKASI (CACAH " WS-RELOAD-COUNT
105310             ", TRAILER " WS-TRAILER-N ")."
105320     END-IF.
105330 8950-EXIT.
105340     EXIT.
105350
105360 8951-RELOAD-ALM-STEP.
105370     READ ALM-BKP-FILE
105380         AT END
105390             MOVE 'Y' TO WS-EOF-SW
105400         NOT AT END
105410             IF AB-JENIS = "D"
105420                 MOVE AB-DATA TO ALUMNI-RECORD
105430                 WRITE ALUMNI-RECORD
105440                     INVALID KEY
105450                         DISPLAY "GAGAL TULIS ALUMNI NPM " AM-NPM
105460                             " SAAT MUAT-ULANG."
105470                     NOT INVALID KEY
105480                         ADD 1 TO WS-RELOAD-COUNT
105490                 END-WRITE
105500             ELSE
105510                 IF AB-JENIS = "T"
105520                     MOVE AB-DATA(1:8) TO WS-TRAILER-N
105530                     MOVE 'Y' TO WS-TRAILER-FOUND-SW
105540                 END-IF
105550             END-IF
105560     END-READ.
105570 8951-EXIT.
105580     EXIT.
105590
105600*----------------------------------------------------------------*
105610* 8960 - bangun kembali BIODATA dari BIOBKP dengan verifikasi    *
105620*----------------------------------------------------------------*
105630 8960-RELOAD-BIO.
105640     OPEN INPUT BIO-BKP-FILE.
105650     IF WS-BKB-STATUS NOT = "00"
105660         DISPLAY "BERKAS BACKUP (BIOBKP) TIDAK DITEMUKAN."
105670         GO TO 8960-EXIT
105680     END-IF.
105690     CLOSE BIODATA-FILE.
105700     OPEN OUTPUT BIODATA-FILE.
105710     MOVE 0 TO WS-RELOAD-COUNT.
105720     MOVE 0 TO WS-TRAILER-N.
105730     MOVE 'N' TO WS-TRAILER-FOUND-SW.
105740     MOVE 'N' TO WS-EOF-SW.
105750     PERFORM 8961-RELOAD-BIO-STEP THRU 8961-EXIT
105760         UNTIL WS-EOF.
105770     CLOSE BIO-BKP-FILE.
105780     CLOSE BIODATA-FILE.
105790     OPEN I-O BIODATA-FILE.
105800     IF WS-TRAILER-FOUND
105810             AND WS-RELOAD-COUNT = WS-TRAILER-N
105820         DISPLAY "MUAT-ULANG BIODATA SUKSES - " WS-RELOAD-COUNT
105830             " REKAMAN SESUAI TRAILER."
105840     ELSE
105850         DISPLAY "PERINGATAN: MUAT-ULANG BIODATA TIDAK "
105860             "TERVERIFIKASI (CACAH " WS-RELOAD-COUNT
105870             ", TRAILER " WS-TRAILER-N ")."
105880     END-IF.
105890 8960-EXIT.
105900     EXIT.
105910
105920 8961-RELOAD-BIO-STEP.
105930     READ BIO-BKP-FILE
105940         AT END
105950             MOVE 'Y' TO WS-EOF-SW
105960         NOT AT END
105970             IF BB-JENIS = "D"
105980                 MOVE BB-DATA TO BIODATA-RECORD
105990                 WRITE BIODATA-RECORD
106000                     INVALID KEY
106010                         DISPLAY "GAGAL TULIS BIODATA NPM " BD-NPM
106020                             " SAAT MUAT-ULANG."
106030                     NOT INVALID KEY
106040                         ADD 1 TO WS-RELOAD-COUNT
106050                 END-WRITE
106060             ELSE
106070                 IF BB-JENIS = "T"
106080                     MOVE BB-DATA(1:8) TO WS-TRAILER-N
106090                     MOVE 'Y' TO WS-TRAILER-FOUND-SW
106100                 END-IF
106110             END-IF
106120     END-READ.
106130 8961-EXIT.
106140     EXIT.
106150
106160*----------------------------------------------------------------*
106170* 8965 - bangun kembali ALUMBIO dari ABIBKP dengan verifikasi    *
106180*----------------------------------------------------------------*
106190 8965-RELOAD-ABI.
106200     OPEN INPUT ABI-BKP-FILE.
106210     IF WS-BKG-STATUS NOT = "00"
106220         DISPLAY "BERKAS BACKUP (ABIBKP) TIDAK DITEMUKAN."
106230         GO TO 8965-EXIT
106240     END-IF.
106250     OPEN OUTPUT ALUM-BIO-FILE.
106260     IF WS-ABI-STATUS NOT = "00"
106270         DISPLAY "GAGAL MEMBUKA ALUMBIO - FILE STATUS "
106280             WS-ABI-STATUS
106290         CLOSE ABI-BKP-FILE
106300         GO TO 8965-EXIT
106310     END-IF.
106320     MOVE 0 TO WS-RELOAD-COUNT.
106330     MOVE 0 TO WS-TRAILER-N.
106340     MOVE 'N' TO WS-TRAILER-FOUND-SW.
106350     MOVE 'N' TO WS-EOF-SW.
106360     PERFORM 8966-RELOAD-ABI-STEP THRU 8966-EXIT
106370         UNTIL WS-EOF.
106380     CLOSE ABI-BKP-FILE.
106390     CLOSE ALUM-BIO-FILE.
106400     IF WS-TRAILER-FOUND
106410             AND WS-RELOAD-COUNT = WS-TRAILER-N
106420         DISPLAY "MUAT-ULANG ALUMBIO SUKSES - " WS-RELOAD-COUNT
106430             " REKAMAN SESUAI TRAILER."
106440     ELSE
106450         DISPLAY "PERINGATAN: MUAT-ULANG ALUMBIO TIDAK "
106460             "TERVERIFIKASI (CACAH " WS-RELOAD-COUNT
106470             ", TRAILER " WS-TRAILER-N ")."
106480     END-IF.
106490 8965-EXIT.
106500     EXIT.
106510
106520 8966-RELOAD-ABI-STEP.
106530     READ ABI-BKP-FILE
106540         AT END
106550             MOVE 'Y' TO WS-EOF-SW
106560         NOT AT END
106570             IF BG-JENIS = "D"
106580                 MOVE BG-DATA TO ALUM-BIO-RECORD
106590                 WRITE ALUM-BIO-RECORD
106600                     INVALID KEY
106610                         DISPLAY "GAGAL TULIS ALUMBIO NPM " BA-NPM
106620                             " SAAT MUAT-ULANG."
106630                     NOT INVALID KEY
106640                         ADD 1 TO WS-RELOAD-COUNT
106650                 END-WRITE
106660             ELSE
106670                 IF BG-JENIS = "T"
106680                     MOVE BG-DATA(1:8) TO WS-TRAILER-N
106690                     MOVE 'Y' TO WS-TRAILER-FOUND-SW
106700                 END-IF
106710             END-IF
106720     END-READ.
106730 8966-EXIT.
106740     EXIT.
106750
106760*----------------------------------------------------------------*
106770* 8970 - bangun kembali UKTMAST dari UKTBKP dengan verifikasi    *
106780*----------------------------------------------------------------*
106790 8970-RELOAD-UKT.
106800     OPEN INPUT UKT-BKP-FILE.
106810     IF WS-BKU-STATUS NOT = "00"
106820         DISPLAY "BERKAS BACKUP (UKTBKP) TIDAK DITEMUKAN."
106830         GO TO 8970-EXIT
106840     END-IF.
106850     OPEN OUTPUT UKT-FILE.
106860     IF WS-UKT-STATUS NOT = "00"
106870         DISPLAY "GAGAL MEMBUKA UKTMAST - FILE STATUS "
106880             WS-UKT-STATUS
106890         CLOSE UKT-BKP-FILE
106900         GO TO 8970-EXIT
106910     END-IF.
106920     MOVE 0 TO WS-RELOAD-COUNT.
106930     MOVE 0 TO WS-TRAILER-N.
106940     MOVE 'N' TO WS-TRAILER-FOUND-SW.
106950     MOVE 'N' TO WS-EOF-SW.
106960     PERFORM 8971-RELOAD-UKT-STEP THRU 8971-EXIT
106970         UNTIL WS-EOF.
106980     CLOSE UKT-BKP-FILE.
106990     CLOSE UKT-FILE.
107000     IF WS-TRAILER-FOUND
107010             AND WS-RELOAD-COUNT = WS-TRAILER-N
107020         DISPLAY "MUAT-ULANG UKTMAST SUKSES - " WS-RELOAD-COUNT
107030             " REKAMAN SESUAI TRAILER."
107040     ELSE
107050         DISPLAY "PERINGATAN: MUAT-ULANG UKTMAST TIDAK "
107060             "TERVERIFIKASI (CACAH " WS-RELOAD-COUNT
107070             ", TRAILER " WS-TRAILER-N ")."
107080     END-IF.
107090 8970-EXIT.
107100     EXIT.
107110
107120 8971-RELOAD-UKT-STEP.
107130     READ UKT-BKP-FILE
107140         AT END
107150             MOVE 'Y' TO WS-EOF-SW
107160         NOT AT END
107170             IF BU-JENIS = "D"
107180                 MOVE BU-DATA TO UKT-RECORD
107190                 WRITE UKT-RECORD
107200                     INVALID KEY
107210                         DISPLAY "GAGAL TULIS TAGIHAN NPM " UK-NPM
107220                             " SAAT MUAT-ULANG."
107230                     NOT INVALID KEY
107240                         ADD 1 TO WS-RELOAD-COUNT
107250                 END-WRITE
107260             ELSE
107270                 IF BU-JENIS = "T"
107280                     MOVE BU-DATA(1:8) TO WS-TRAILER-N
107290                     MOVE 'Y' TO WS-TRAILER-FOUND-SW
107300                 END-IF
107310             END-IF
107320     END-READ.
107330 8971-EXIT.
107340     EXIT.
107350
107360*----------------------------------------------------------------*
107370* 8975 - bangun kembali UKTBYRLG dari UKLBKP dengan verifikasi   *
107380*----------------------------------------------------------------*
107390 8975-RELOAD-UYL.
107400     OPEN INPUT UYL-BKP-FILE.
107410     IF WS-BKY-STATUS NOT = "00"
107420         DISPLAY "BERKAS BACKUP (UKLBKP) TIDAK DITEMUKAN."
107430         GO TO 8975-EXIT
107440     END-IF.
107450     OPEN OUTPUT UKT-LOG-FILE.
107460     IF WS-UYL-STATUS NOT = "00"
107470         DISPLAY "GAGAL MEMBUKA UKTBYRLG - FILE STATUS "
107480             WS-UYL-STATUS
107490         CLOSE UYL-BKP-FILE
107500         GO TO 8975-EXIT
107510     END-IF.
107520     MOVE 0 TO WS-RELOAD-COUNT.
107530     MOVE 0 TO WS-TRAILER-N.
107540     MOVE 'N' TO WS-TRAILER-FOUND-SW.
107550     MOVE 'N' TO WS-EOF-SW.
107560     PERFORM 8976-RELOAD-UYL-STEP THRU 8976-EXIT
107570         UNTIL WS-EOF.
107580     CLOSE UYL-BKP-FILE.
107590     CLOSE UKT-LOG-FILE.
107600     IF WS-TRAILER-FOUND
107610             AND WS-RELOAD-COUNT = WS-TRAILER-N
107620         DISPLAY "MUAT-ULANG UKTBYRLG SUKSES - " WS-RELOAD-COUNT
107630             " REKAMAN SESUAI TRAILER."
107640     ELSE
107650         DISPLAY "PERINGATAN: MUAT-ULANG UKTBYRLG TIDAK "
107660             "TERVERIFIKASI (CACAH " WS-RELOAD-COUNT
107670             ", TRAILER " WS-TRAILER-N ")."
107680     END-IF.
107690 8975-EXIT.
107700     EXIT.
107710
107720 8976-RELOAD-UYL-STEP.
107730     READ UYL-BKP-FILE
107740         AT END
107750             MOVE 'Y' TO WS-EOF-SW
107760         NOT AT END
107770             IF BY-JENIS = "D"
107780                 MOVE BY-DATA TO UKT-LOG-RECORD
107790                 WRITE UKT-LOG-RECORD
107800                     INVALID KEY
107810                         DISPLAY "GAGAL TULIS LOG NPM " UY-NPM
107820                             " SAAT MUAT-ULANG."
107830                     NOT INVALID KEY
107840                         ADD 1 TO WS-RELOAD-COUNT
107850                 END-WRITE
107860             ELSE
107870                 IF BY-JENIS = "T"
107880                     MOVE BY-DATA(1:8) TO WS-TRAILER-N
107890                     MOVE 'Y' TO WS-TRAILER-FOUND-SW
107900                 END-IF
107910             END-IF
107920     END-READ.
107930 8976-EXIT.
107940     EXIT.
107950
107960*----------------------------------------------------------------*
107970* 9100 - SUBMENU KELAS/ROMBEL: LAPORAN UTILISASI (TERISI VS      *
107980*        KAPASITAS PER KELAS) DAN AUTO-ASSIGN MAHASISWA AKTIF    *
107990*        TANPA KELAS KE ROMBEL ANGKATANNYA YANG MASIH TERBUKA    *
108000*----------------------------------------------------------------*
108010 9100-KELAS-MENU.
108020     IF WS-KL-COUNT = 0
108030         DISPLAY "BERKAS KELASREF TIDAK DIMUAT - FUNGSI KELAS "
108040             "TIDAK TERSEDIA."
108050         GO TO 9100-EXIT
108060     END-IF.
108070     DISPLAY "1. LAPORAN UTILISASI KELAS (KELASPT)".
108080     DISPLAY "2. AUTO-ASSIGN MAHASISWA TANPA KELAS".
108090     DISPLAY "3. BATAL".
108100     DISPLAY "PILIHAN : " WITH NO ADVANCING.
108110     ACCEPT WS-KELAS-CHOICE.
108120     EVALUATE WS-KELAS-CHOICE
108130         WHEN 1
108140             PERFORM 9110-KELAS-UTIL THRU 9110-EXIT
108150         WHEN 2
108160             MOVE "AUTO-ASSIGN KELAS" TO WS-KN-OPERASI
108170             PERFORM 9320-KUNCI-EKSKLUSIF THRU 9320-EXIT
108180             IF WS-KN-DAPAT
108190                 PERFORM 9150-KELAS-AUTO THRU 9150-EXIT
108200                 PERFORM 9330-KUNCI-BERSAMA THRU 9330-EXIT
108210             END-IF
108220         WHEN OTHER
108230             CONTINUE
108240     END-EVALUATE.
108250 9100-EXIT.
108260     EXIT.
108270
108280*----------------------------------------------------------------*
108290* 9110 - LAPORAN UTILISASI KELAS KE BERKAS KELASPT               *
108300*----------------------------------------------------------------*
108310 9110-KELAS-UTIL.
108320     PERFORM 9115-KELAS-TALLY THRU 9115-EXIT.
108330     OPEN OUTPUT KELAS-RPT-FILE.
108340     IF WS-KPT-STATUS NOT = "00"
108350         DISPLAY "BERKAS UTILISASI (KELASPT) TIDAK DAPAT "
108360             "DIBUKA."
108370         GO TO 9110-EXIT
108380     END-IF.
108390     MOVE 0 TO WS-PAGE-COUNT.
108400     MOVE 99 TO WS-LINE-COUNT.
108410     PERFORM 9120-UTIL-LINE THRU 9120-EXIT
108420         VARYING WS-SUB FROM 1 BY 1
108430         UNTIL WS-SUB > WS-KL-COUNT.
108440     IF WS-PAGE-COUNT = 0
108450         PERFORM 9130-UTIL-NEW-PAGE THRU 9130-EXIT
108460     END-IF.
108470     MOVE WS-NOKELAS-COUNT TO KPT-NOKELAS.
108480     WRITE KELAS-RPT-RECORD FROM WS-KPT-TOTAL-1.
108490     MOVE WS-KL-ASING-COUNT TO KPT-ASING.
108500     WRITE KELAS-RPT-RECORD FROM WS-KPT-TOTAL-2.
108510     CLOSE KELAS-RPT-FILE.
108520     DISPLAY "LAPORAN UTILISASI DITULIS KE BERKAS KELASPT.".
108530 9110-EXIT.
108540     EXIT.
108550
108560*----------------------------------------------------------------*
108570* 9115 - hitung jumlah terisi per kelas (tabel WS-KL-ISI) serta  *
108580*        cacah mahasiswa tanpa kelas dan berkelas tak terdaftar  *
108590*----------------------------------------------------------------*
108600 9115-KELAS-TALLY.
108610     PERFORM 9117-KELAS-CLEAR THRU 9117-EXIT
108620         VARYING WS-SUB2 FROM 1 BY 1
108630         UNTIL WS-SUB2 > WS-KL-COUNT.
108640     MOVE 0 TO WS-NOKELAS-COUNT.
108650     MOVE 0 TO WS-KL-ASING-COUNT.
108660     MOVE 'N' TO WS-SCAN-EOF-SW.
108670     MOVE LOW-VALUES TO MASTER-RECORD.
108680     START MASTER-FILE KEY NOT LESS THAN MR-NPM
108690         INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
108700     END-START.
108710     PERFORM 9116-KELAS-TALLY-STEP THRU 9116-EXIT
108720         UNTIL WS-SCAN-EOF.
108730 9115-EXIT.
108740     EXIT.
108750
108760 9116-KELAS-TALLY-STEP.
108770     READ MASTER-FILE NEXT RECORD
108780         AT END
108790             MOVE 'Y' TO WS-SCAN-EOF-SW
108800         NOT AT END
108810             IF MR-KELAS = SPACES
108820                 ADD 1 TO WS-NOKELAS-COUNT
108830             ELSE
108840                 MOVE MR-KELAS TO WS-KL-CARI
108850                 PERFORM 9180-CARI-KELAS THRU 9180-EXIT
108860                 IF WS-KL-FOUND
108870                     ADD 1 TO WS-KL-ISI(WS-KL-IDX)
108880                 ELSE
108890                     ADD 1 TO WS-KL-ASING-COUNT
108900                 END-IF
108910             END-IF
108920     END-READ.
108930 9116-EXIT.
108940     EXIT.
108950
108960 9117-KELAS-CLEAR.
108970     MOVE 0 TO WS-KL-ISI(WS-SUB2).
108980 9117-EXIT.
108990     EXIT.
109000
109010 9120-UTIL-LINE.
109020     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
109030         PERFORM 9130-UTIL-NEW-PAGE THRU 9130-EXIT
109040     END-IF.
109050     MOVE WS-KL-KODE(WS-SUB) TO KU-KODE.
109060     MOVE WS-KL-ANG(WS-SUB) TO KU-ANG.
109070     MOVE WS-KL-KAP(WS-SUB) TO KU-KAP.
109080     MOVE WS-KL-ISI(WS-SUB) TO KU-ISI.
109090     IF WS-KL-ISI(WS-SUB) > WS-KL-KAP(WS-SUB)
109100         MOVE 0 TO KU-SISA
109110     ELSE
109120         COMPUTE KU-SISA =
109130             WS-KL-KAP(WS-SUB) - WS-KL-ISI(WS-SUB)
109140     END-IF.
109150     MOVE WS-KL-NAMA(WS-SUB) TO KU-NAMA.
109160     WRITE KELAS-RPT-RECORD FROM WS-KPT-DETAIL.
109170     ADD 1 TO WS-LINE-COUNT.
109180 9120-EXIT.
109190     EXIT.
109200
109210 9130-UTIL-NEW-PAGE.
109220     ADD 1 TO WS-PAGE-COUNT.
109230     MOVE WS-RUN-DATE TO H2-TANGGAL.
109240     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
109250     IF WS-PAGE-COUNT > 1
109260         MOVE SPACES TO KELAS-RPT-RECORD
109270         WRITE KELAS-RPT-RECORD
109280     END-IF.
109290     WRITE KELAS-RPT-RECORD FROM WS-KPT-HEADER-1.
109300     WRITE KELAS-RPT-RECORD FROM WS-REPORT-HEADER-2.
109310     WRITE KELAS-RPT-RECORD FROM WS-REPORT-HEADER-3.
109320     WRITE KELAS-RPT-RECORD FROM WS-KPT-HEADER-4.
109330     WRITE KELAS-RPT-RECORD FROM WS-REPORT-HEADER-3.
109340     MOVE 0 TO WS-LINE-COUNT.
109350 9130-EXIT.
109360     EXIT.
109370
109380*----------------------------------------------------------------*
109390* 9150 - AUTO-ASSIGN: BAGIKAN MAHASISWA AKTIF TANPA KELAS KE     *
109400*        ROMBEL ANGKATANNYA YANG MASIH TERBUKA TANPA MELEBIHI    *
109410*        KAPASITAS (TIAP PENETAPAN DICATAT KE JEJAK AUDIT)       *
109420*----------------------------------------------------------------*
109430 9150-KELAS-AUTO.
109440     PERFORM 9115-KELAS-TALLY THRU 9115-EXIT.
109450     MOVE 0 TO WS-ASSIGN-COUNT.
109460     MOVE 'N' TO WS-SCAN-EOF-SW.
109470     MOVE LOW-VALUES TO MASTER-RECORD.
109480     START MASTER-FILE KEY NOT LESS THAN MR-NPM
109490         INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
109500     END-START.
109510     PERFORM 9157-AUTO-ASSIGN-STEP THRU 9157-EXIT
109520         UNTIL WS-SCAN-EOF.
109530     PERFORM 1100-LOAD-MASTER-TO-TABLE THRU 1100-EXIT.
109540     DISPLAY WS-ASSIGN-COUNT " MAHASISWA DIBERI KELAS "
109550         "OTOMATIS.".
109560 9150-EXIT.
109570     EXIT.
109580
109590 9157-AUTO-ASSIGN-STEP.
109600     READ MASTER-FILE NEXT RECORD
109610         AT END
109620             MOVE 'Y' TO WS-SCAN-EOF-SW
109630         NOT AT END
109640             IF MR-KELAS = SPACES AND MR-STATUS-AKTIF
109650                 MOVE MR-NPM TO WS-NPM
109660                 MOVE WS-NPM-TAHUN TO WS-KL-ANG-CARI
109670                 PERFORM 9160-CARI-KELAS-TERBUKA THRU 9160-EXIT
109680                 IF WS-OPEN-IDX > 0
109690                     PERFORM 9158-AUTO-ASSIGN-ONE THRU 9158-EXIT
109700                 ELSE
109710                     DISPLAY "TIDAK ADA KELAS TERBUKA UNTUK "
109720                         "NPM " MR-NPM "."
109730                 END-IF
109740             END-IF
109750     END-READ.
109760 9157-EXIT.
109770     EXIT.
109780
109790 9158-AUTO-ASSIGN-ONE.
109800     MOVE WS-KL-KODE(WS-OPEN-IDX) TO MR-KELAS.
109810     REWRITE MASTER-RECORD
109820         INVALID KEY
109830             DISPLAY "GAGAL MENETAPKAN KELAS NPM " MR-NPM "."
109840         NOT INVALID KEY
109850             ADD 1 TO WS-KL-ISI(WS-OPEN-IDX)
109860             ADD 1 TO WS-ASSIGN-COUNT
109870             MOVE "KELAS" TO AL-JENIS
109880             MOVE MR-NPM TO AL-NPM
109890             MOVE SPACES TO AL-NAMA-LAMA
109900             MOVE WS-KL-KODE(WS-OPEN-IDX) TO AL-NAMA-BARU
109910             PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT
109920     END-REWRITE.
109930 9158-EXIT.
109940     EXIT.
109950
109960*----------------------------------------------------------------*
109970* 9160 - cari kelas pertama yang masih terbuka untuk angkatan    *
109980*        WS-KL-ANG-CARI (keluaran WS-OPEN-IDX, 0 = tidak ada)    *
109990*----------------------------------------------------------------*
110000 9160-CARI-KELAS-TERBUKA.
110010     MOVE 0 TO WS-OPEN-IDX.
110020     PERFORM 9165-CARI-TERBUKA-STEP THRU 9165-EXIT
110030         VARYING WS-SUB2 FROM 1 BY 1
110040         UNTIL WS-SUB2 > WS-KL-COUNT
110050             OR WS-OPEN-IDX > 0.
110060 9160-EXIT.
110070     EXIT.
110080
110090 9165-CARI-TERBUKA-STEP.
110100     IF (WS-KL-ANG(WS-SUB2) = SPACES
110110             OR WS-KL-ANG(WS-SUB2) = WS-KL-ANG-CARI)
110120             AND WS-KL-ISI(WS-SUB2) < WS-KL-KAP(WS-SUB2)
110130         MOVE WS-SUB2 TO WS-OPEN-IDX
110140     END-IF.
110150 9165-EXIT.
110160     EXIT.
110170
110180*----------------------------------------------------------------*
110190* 9180 - cari satu kode kelas pada tabel acuan KELASREF          *
110200*        (masukan WS-KL-CARI; keluaran WS-KL-FOUND-SW, WS-KL-IDX)*
110210*----------------------------------------------------------------*
110220 9180-CARI-KELAS.
110230     MOVE 'N' TO WS-KL-FOUND-SW.
110240     MOVE 0 TO WS-KL-IDX.
110250     PERFORM 9181-CARI-KELAS-STEP THRU 9181-EXIT
110260         VARYING WS-SUB3 FROM 1 BY 1
110270         UNTIL WS-SUB3 > WS-KL-COUNT
110280             OR WS-KL-FOUND.
110290 9180-EXIT.
110300     EXIT.
110310
110320 9181-CARI-KELAS-STEP.
110330     IF WS-KL-KODE(WS-SUB3) = WS-KL-CARI
110340         MOVE WS-SUB3 TO WS-KL-IDX
110350         MOVE 'Y' TO WS-KL-FOUND-SW
110360     END-IF.
110370 9181-EXIT.
110380     EXIT.
110390
110400*----------------------------------------------------------------*
110410* 9190 - hitung jumlah mahasiswa yang sudah menempati satu kelas *
110420*        (masukan WS-KL-CARI; keluaran WS-KL-ISI-N)              *
110430*----------------------------------------------------------------*
110440 9190-HITUNG-ISI-KELAS.
110450     MOVE 0 TO WS-KL-ISI-N.
110460     MOVE 'N' TO WS-SCAN-EOF-SW.
110470     MOVE LOW-VALUES TO MASTER-RECORD.
110480     START MASTER-FILE KEY NOT LESS THAN MR-NPM
110490         INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
110500     END-START.
110510     PERFORM 9191-HITUNG-ISI-STEP THRU 9191-EXIT
110520         UNTIL WS-SCAN-EOF.
110530 9190-EXIT.
110540     EXIT.
110550
110560 9191-HITUNG-ISI-STEP.
110570     READ MASTER-FILE NEXT RECORD
110580         AT END
110590             MOVE 'Y' TO WS-SCAN-EOF-SW
110600         NOT AT END
110610             IF MR-KELAS = WS-KL-CARI
110620                 ADD 1 TO WS-KL-ISI-N
110630             END-IF
110640     END-READ.
110650 9191-EXIT.
110660     EXIT.
110670
110680*----------------------------------------------------------------*
110690* 9200 - LAPORAN MAHASISWA BIMBINGAN PER DOSEN WALI KE BERKAS    *
110700*        WALIRPT: SATU HALAMAN BARU TIAP DOSEN, DENGAN STATUS,   *
110710*        KELAS, IPS SEMESTER TERAKHIR DAN IPK                    *
110720*----------------------------------------------------------------*
110730 9200-WALI-REPORT.
110740     MOVE LOW-VALUES TO MASTER-RECORD.
110750     START MASTER-FILE KEY NOT LESS THAN MR-NPM
110760         INVALID KEY
110770             DISPLAY "BELUM ADA DATA MAHASISWA."
110780             GO TO 9200-EXIT
110790     END-START.
110800     SORT SORT-FILE
110810             ON ASCENDING KEY SW-NIDN SW-NPM
110820         INPUT PROCEDURE IS 9210-WALI-RELEASE
110830             THRU 9210-EXIT
110840         OUTPUT PROCEDURE IS 9250-WALI-PRINT
110850             THRU 9250-EXIT.
110860     DISPLAY "LAPORAN DOSEN WALI DITULIS KE BERKAS WALIRPT.".
110870 9200-EXIT.
110880     EXIT.
110890
110900*----------------------------------------------------------------*
110910* 9210 - prosedur masukan SORT: baca MAHMAST, hitung IPS         *
110920*        terakhir dan IPK tiap mahasiswa, lepaskan ke SORT       *
110930*----------------------------------------------------------------*
110940 9210-WALI-RELEASE.
110950     MOVE 'N' TO WS-EOF-SW.
110960     MOVE LOW-VALUES TO MASTER-RECORD.
110970     START MASTER-FILE KEY NOT LESS THAN MR-NPM
110980         INVALID KEY MOVE 'Y' TO WS-EOF-SW
110990     END-START.
111000     PERFORM 9220-WALI-RELEASE-STEP THRU 9220-EXIT
111010         UNTIL WS-EOF.
111020 9210-EXIT.
111030     EXIT.
111040
111050 9220-WALI-RELEASE-STEP.
111060     READ MASTER-FILE NEXT RECORD
111070         AT END
111080             MOVE 'Y' TO WS-EOF-SW
111090         NOT AT END
111100             MOVE MR-NPM TO WS-LOOKUP-NPM
111110             MOVE MR-NIDN-WALI TO SW-NIDN
111120             MOVE MR-NPM TO SW-NPM
111130             MOVE MR-NAMA TO SW-NAMA
111140             MOVE MR-STATUS TO SW-STATUS
111150             MOVE MR-KELAS TO SW-KELAS
111160             PERFORM 6655-HITUNG-IPS-AKHIR THRU 6655-EXIT
111170             MOVE WS-IPS-SEM TO SW-IPS-SEM
111180             MOVE WS-IPS TO SW-IPS
111190             PERFORM 6650-HITUNG-IPK THRU 6650-EXIT
111200             MOVE WS-IPK TO SW-IPK
111210             RELEASE SORT-WALI-RECORD
111220     END-READ.
111230 9220-EXIT.
111240     EXIT.
111250
111260*----------------------------------------------------------------*
111270* 9250 - prosedur keluaran SORT: cetak per dosen wali dengan     *
111280*        jumlah bimbingan di akhir tiap kelompok                 *
111290*----------------------------------------------------------------*
111300 9250-WALI-PRINT.
111310     OPEN OUTPUT WALI-RPT-FILE.
111320     IF WS-WLR-STATUS NOT = "00"
111330         DISPLAY "BERKAS LAPORAN (WALIRPT) TIDAK DAPAT DIBUKA."
111340         GO TO 9250-EXIT
111350     END-IF.
111360     MOVE 0 TO WS-PAGE-COUNT.
111370     MOVE 99 TO WS-LINE-COUNT.
111380     MOVE 'Y' TO WS-WL-FIRST-SW.
111390     MOVE 'N' TO WS-EOF-SW.
111400     PERFORM 9260-WALI-LINE THRU 9260-EXIT
111410         UNTIL WS-EOF.
111420     IF NOT WS-WL-FIRST
111430         PERFORM 9270-WALI-TOTAL THRU 9270-EXIT
111440     END-IF.
111450     CLOSE WALI-RPT-FILE.
111460 9250-EXIT.
111470     EXIT.
111480
111490 9260-WALI-LINE.
111500     RETURN SORT-FILE
111510         AT END
111520             MOVE 'Y' TO WS-EOF-SW
111530             GO TO 9260-EXIT
111540     END-RETURN.
111550     IF WS-WL-FIRST OR SW-NIDN NOT = WS-WL-NIDN-LAMA
111560         IF NOT WS-WL-FIRST
111570             PERFORM 9270-WALI-TOTAL THRU 9270-EXIT
111580         END-IF
111590         MOVE 'N' TO WS-WL-FIRST-SW
111600         PERFORM 9265-WALI-GANTI THRU 9265-EXIT
111610     END-IF.
111620     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
111630         PERFORM 9280-WALI-NEW-PAGE THRU 9280-EXIT
111640     END-IF.
111650     ADD 1 TO WS-WL-N.
111660     IF SW-STATUS = "A" OR SW-STATUS = "C"
111670         ADD 1 TO WS-WL-AKTIF-N
111680     END-IF.
111690     MOVE WS-WL-N TO WL-SEQ.
111700     MOVE SW-NPM TO WL-NPM.
111710     MOVE SW-NAMA TO WL-NAMA.
111720     EVALUATE SW-STATUS
111730         WHEN "A"
111740             MOVE "AKTIF" TO WL-STATUS
111750         WHEN "C"
111760             MOVE "CUTI" TO WL-STATUS
111770         WHEN "L"
111780             MOVE "LULUS" TO WL-STATUS
111790         WHEN "D"
111800             MOVE "DO" TO WL-STATUS
111810         WHEN OTHER
111820             MOVE SW-STATUS TO WL-STATUS
111830     END-EVALUATE.
111840     MOVE SW-KELAS TO WL-KELAS.
111850     MOVE SW-IPS-SEM TO WL-IPS-SEM.
111860     MOVE SW-IPS TO WL-IPS.
111870     MOVE SW-IPK TO WL-IPK.
111880     WRITE WALI-RPT-RECORD FROM WS-WLR-DETAIL.
111890     ADD 1 TO WS-LINE-COUNT.
111900 9260-EXIT.
111910     EXIT.
111920
111930*----------------------------------------------------------------*
111940* 9265 - awal kelompok dosen wali baru: isi kepala dosen dan     *
111950*        paksa halaman baru                                      *
111960*----------------------------------------------------------------*
111970 9265-WALI-GANTI.
111980     MOVE SW-NIDN TO WS-WL-NIDN-LAMA.
111990     MOVE 0 TO WS-WL-N.
112000     MOVE 0 TO WS-WL-AKTIF-N.
112010     MOVE SW-NIDN TO WLH-NIDN.
112020     MOVE SPACES TO WLH-FAK.
112030     MOVE 0 TO WLH-MAKS.
112040     IF SW-NIDN = SPACES
112050         MOVE "(BELUM ADA DOSEN WALI)" TO WLH-NAMA
112060     ELSE
112070         MOVE SW-NIDN TO WS-DW-CARI
112080         PERFORM 5720-CARI-DOSEN THRU 5720-EXIT
112090         IF WS-DW-FOUND
112100             MOVE WS-DW-NAMA(WS-DW-IDX) TO WLH-NAMA
112110             MOVE WS-DW-FAK(WS-DW-IDX) TO WLH-FAK
112120             MOVE WS-DW-MAKS(WS-DW-IDX) TO WLH-MAKS
112130         ELSE
112140             MOVE "(TIDAK TERDAFTAR DI DOSENREF)" TO WLH-NAMA
112150         END-IF
112160     END-IF.
112170     PERFORM 9280-WALI-NEW-PAGE THRU 9280-EXIT.
112180 9265-EXIT.
112190     EXIT.
112200
112210 9270-WALI-TOTAL.
112220     MOVE SPACES TO WALI-RPT-RECORD.
112230     WRITE WALI-RPT-RECORD.
112240     MOVE WS-WL-N TO WLT-JUMLAH.
112250     MOVE WS-WL-AKTIF-N TO WLT-AKTIF.
112260     WRITE WALI-RPT-RECORD FROM WS-WLR-TOTAL.
112270     ADD 2 TO WS-LINE-COUNT.
112280 9270-EXIT.
112290     EXIT.
112300
112310 9280-WALI-NEW-PAGE.
112320     ADD 1 TO WS-PAGE-COUNT.
112330     MOVE WS-RUN-DATE TO H2-TANGGAL.
112340     MOVE WS-PAGE-COUNT TO H2-HALAMAN.
112350     IF WS-PAGE-COUNT > 1
112360         MOVE SPACES TO WALI-RPT-RECORD
112370         WRITE WALI-RPT-RECORD
112380     END-IF.
112390     WRITE WALI-RPT-RECORD FROM WS-WLR-HEADER-1.
112400     WRITE WALI-RPT-RECORD FROM WS-REPORT-HEADER-2.
112410     WRITE WALI-RPT-RECORD FROM WS-REPORT-HEADER-3.
112420     WRITE WALI-RPT-RECORD FROM WS-WLR-HEADER-WALI.
112430     WRITE WALI-RPT-RECORD FROM WS-WLR-HEADER-KUOTA.
112440     WRITE WALI-RPT-RECORD FROM WS-REPORT-HEADER-3.
112450     WRITE WALI-RPT-RECORD FROM WS-WLR-HEADER-4.
112460     WRITE WALI-RPT-RECORD FROM WS-REPORT-HEADER-3.
112470     MOVE 0 TO WS-LINE-COUNT.
112480 9280-EXIT.
112490     EXIT.
112500
112510*----------------------------------------------------------------*
112520* 9300 - KUNCI PEMAKAIAN: DAFTARKAN SESI INI DI RUNLOCK SEBAGAI  *
112530*        PEMAKAI BERSAMA (SELAMA SESI MAHMAST/NILMAST TERBUKA);  *
112540*        SESI DITOLAK BILA SESI LAIN MEMEGANG KUNCI EKSKLUSIF,   *
112550*        KECUALI SUPERVISOR MENGAMBIL ALIH KUNCI BASI            *
112560*----------------------------------------------------------------*
112570 9300-KUNCI-MULAI.
112580     MOVE WS-RUN-DATE TO WS-KN-SESI-TGL.
112590     ACCEPT WS-KN-SESI-JAM FROM TIME.
112600     ACCEPT WS-KN-PEMEGANG FROM ENVIRONMENT "USER".
112610     IF WS-KN-PEMEGANG = SPACES
112620         MOVE "TIDAK DIKENAL" TO WS-KN-PEMEGANG
112630     END-IF.
112640     IF WS-BATCH-MODE
112650         MOVE "SESI BATCH" TO WS-KN-LABEL-SESI
112660     ELSE
112670         MOVE "SESI INTERAKTIF" TO WS-KN-LABEL-SESI
112680     END-IF.
112690     MOVE WS-KN-LABEL-SESI TO WS-KN-OPERASI.
112700     PERFORM 9305-KUNCI-BUKA THRU 9305-EXIT.
112710     IF WS-RLK-STATUS NOT = "00"
112720         DISPLAY "PERINGATAN: BERKAS RUNLOCK TIDAK DAPAT DIBUKA "
112730             "- SESI BERJALAN TANPA KUNCI PEMAKAIAN."
112740         GO TO 9300-EXIT
112750     END-IF.
112760     MOVE 'E' TO WS-KN-CARI-SW.
112770     PERFORM 9310-KUNCI-PINDAI THRU 9310-EXIT.
112780     IF WS-KN-N-LAIN > 0
112790         DISPLAY "BERKAS MASTER SEDANG DIPAKAI EKSKLUSIF OLEH "
112800             "SESI DI ATAS."
112810         PERFORM 9340-KUNCI-AMBIL-ALIH THRU 9340-EXIT
112820         IF NOT WS-KN-ALIH-OK
112830             MOVE 'Y' TO WS-KN-DITOLAK-SW
112840             MOVE "KUNCI EKSKLUSIF DIPEGANG SESI LAIN"
112850                 TO WS-OP-KET
112860             CLOSE RUN-LOCK-FILE
112870             DISPLAY "SESI DIHENTIKAN - ULANGI SETELAH PROSES "
112880                 "TERSEBUT SELESAI."
112890             GO TO 9300-EXIT
112900         END-IF
112910     END-IF.
112920     MOVE 'S' TO WS-KN-MODE.
112930     PERFORM 9355-KUNCI-DAFTAR THRU 9355-EXIT.
112940     CLOSE RUN-LOCK-FILE.
112950     IF NOT WS-KN-DAPAT
112960         MOVE 'Y' TO WS-KN-DITOLAK-SW
112970         MOVE "SESI TIDAK DAPAT DIDAFTARKAN DI RUNLOCK"
112980             TO WS-OP-KET
112990         DISPLAY "SESI TIDAK DAPAT DIDAFTARKAN DI RUNLOCK - "
113000             "SESI DIHENTIKAN."
113010     END-IF.
113020 9300-EXIT.
113030     EXIT.
113040
113050 9305-KUNCI-BUKA.
113060     OPEN I-O RUN-LOCK-FILE.
113070     IF WS-RLK-STATUS = "35"
113080         OPEN OUTPUT RUN-LOCK-FILE
113090         CLOSE RUN-LOCK-FILE
113100         OPEN I-O RUN-LOCK-FILE
113110     END-IF.
113120 9305-EXIT.
113130     EXIT.
113140
113150*----------------------------------------------------------------*
113160* 9310 - pindai RUNLOCK: hitung dan tampilkan kunci sesi lain    *
113170*        (WS-KN-CARI-EKSKL = hanya kunci eksklusif, WS-KN-CARI-  *
113180*        SEMUA = semua sesi lain); hasil di WS-KN-N-LAIN         *
113190*----------------------------------------------------------------*
113200 9310-KUNCI-PINDAI.
113210     MOVE 0 TO WS-KN-N-LAIN.
113220     MOVE 'N' TO WS-KN-EOF-SW.
113230     MOVE LOW-VALUES TO RL-SESI.
113240     START RUN-LOCK-FILE KEY NOT LESS THAN RL-SESI
113250         INVALID KEY MOVE 'Y' TO WS-KN-EOF-SW
113260     END-START.
113270     PERFORM 9315-KUNCI-PINDAI-STEP THRU 9315-EXIT
113280         UNTIL WS-KN-EOF.
113290 9310-EXIT.
113300     EXIT.
113310
113320 9315-KUNCI-PINDAI-STEP.
113330     READ RUN-LOCK-FILE NEXT RECORD
113340         AT END
113350             MOVE 'Y' TO WS-KN-EOF-SW
113360             GO TO 9315-EXIT
113370     END-READ.
113380     IF RL-SESI = WS-KN-SESI
113390         GO TO 9315-EXIT
113400     END-IF.
113410     IF WS-KN-CARI-EKSKL AND NOT RL-EKSKLUSIF
113420         GO TO 9315-EXIT
113430     END-IF.
113440     ADD 1 TO WS-KN-N-LAIN.
113450     DISPLAY "  KUNCI " RL-MODE " " RL-PEMEGANG " "
113460         RL-OPERASI " SEJAK " RL-SEJAK-TGL " " RL-SEJAK-JAM.
113470 9315-EXIT.
113480     EXIT.
113490
113500*----------------------------------------------------------------*
113510* 9320 - minta pemakaian eksklusif untuk WS-KN-OPERASI: hanya    *
113520*        bila tidak ada sesi lain di RUNLOCK; mode batch tidak   *
113530*        menunggu (langkah GAGAL); WS-KN-DAPAT = boleh jalan     *
113540*----------------------------------------------------------------*
113550 9320-KUNCI-EKSKLUSIF.
113560     MOVE 'N' TO WS-KN-DAPAT-SW.
113570     PERFORM 9305-KUNCI-BUKA THRU 9305-EXIT.
113580     IF WS-RLK-STATUS NOT = "00"
113590         DISPLAY "BERKAS RUNLOCK TIDAK DAPAT DIBUKA - "
113600             WS-KN-OPERASI " TIDAK DIJALANKAN."
113610         MOVE "BERKAS RUNLOCK TIDAK DAPAT DIBUKA" TO WS-OP-KET
113620         MOVE 'Y' TO WS-OP-FAIL-SW
113630         GO TO 9320-EXIT
113640     END-IF.
113650     MOVE 'A' TO WS-KN-CARI-SW.
113660     PERFORM 9310-KUNCI-PINDAI THRU 9310-EXIT.
113670     IF WS-KN-N-LAIN > 0
113680         DISPLAY WS-KN-OPERASI " MEMERLUKAN PEMAKAIAN "
113690             "EKSKLUSIF - " WS-KN-N-LAIN " SESI LAIN (DI ATAS) "
113700             "MASIH MEMAKAI BERKAS MASTER."
113710         PERFORM 9340-KUNCI-AMBIL-ALIH THRU 9340-EXIT
113720         IF NOT WS-KN-ALIH-OK
113730             CLOSE RUN-LOCK-FILE
113740             DISPLAY WS-KN-OPERASI " TIDAK DIJALANKAN."
113750             MOVE "KUNCI DIPEGANG SESI LAIN" TO WS-OP-KET
113760             MOVE 'Y' TO WS-OP-FAIL-SW
113770             GO TO 9320-EXIT
113780         END-IF
113790     END-IF.
113800     MOVE 'E' TO WS-KN-MODE.
113810     PERFORM 9350-KUNCI-TULIS THRU 9350-EXIT.
113820     CLOSE RUN-LOCK-FILE.
113830     IF NOT WS-KN-DAPAT
113840         DISPLAY WS-KN-OPERASI " TIDAK DIJALANKAN."
113850         MOVE "GAGAL MENULIS KUNCI" TO WS-OP-KET
113860         MOVE 'Y' TO WS-OP-FAIL-SW
113870     END-IF.
113880 9320-EXIT.
113890     EXIT.
113900
113910*----------------------------------------------------------------*
113920* 9330 - kembalikan kunci sesi ini ke pemakaian bersama setelah  *
113930*        proses eksklusif selesai                                *
113940*----------------------------------------------------------------*
113950 9330-KUNCI-BERSAMA.
113960     PERFORM 9305-KUNCI-BUKA THRU 9305-EXIT.
113970     IF WS-RLK-STATUS NOT = "00"
113980         GO TO 9330-EXIT
113990     END-IF.
114000     MOVE 'S' TO WS-KN-MODE.
114010     MOVE WS-KN-LABEL-SESI TO WS-KN-OPERASI.
114020     PERFORM 9350-KUNCI-TULIS THRU 9350-EXIT.
114030     CLOSE RUN-LOCK-FILE.
114040 9330-EXIT.
114050     EXIT.
114060
114070*----------------------------------------------------------------*
114080* 9340 - ambil alih kunci basi (sesi yang sudah mati): hanya     *
114090*        interaktif, dengan nama supervisor; tiap kunci yang     *
114100*        dihapus dicatat ke AUDITLOG jenis KUNCIPAK              *
114110*----------------------------------------------------------------*
114120 9340-KUNCI-AMBIL-ALIH.
114130     MOVE 'N' TO WS-KN-ALIH-SW.
114140     IF WS-BATCH-MODE
114150         DISPLAY "MODE BATCH - KUNCI SESI LAIN TIDAK DITUNGGU."
114160         GO TO 9340-EXIT
114170     END-IF.
114180     DISPLAY "BILA SESI DI ATAS SUDAH TIDAK BERJALAN (KUNCI "
114190         "BASI), SUPERVISOR DAPAT MENGAMBIL ALIH KUNCINYA.".
114200     DISPLAY "AMBIL ALIH KUNCI (Y/T) ? " WITH NO ADVANCING.
114210     ACCEPT WS-KN-PILIH.
114220     IF WS-KN-PILIH NOT = "Y" AND WS-KN-PILIH NOT = "y"
114230         GO TO 9340-EXIT
114240     END-IF.
114250     DISPLAY "NAMA/NIP SUPERVISOR : " WITH NO ADVANCING.
114260     ACCEPT WS-KN-SUPERVISOR.
114270     IF WS-KN-SUPERVISOR = SPACES
114280         DISPLAY "PENGAMBILALIHAN KUNCI MEMERLUKAN NAMA "
114290             "SUPERVISOR."
114300         GO TO 9340-EXIT
114310     END-IF.
114320     MOVE 'N' TO WS-KN-EOF-SW.
114330     MOVE LOW-VALUES TO RL-SESI.
114340     START RUN-LOCK-FILE KEY NOT LESS THAN RL-SESI
114350         INVALID KEY MOVE 'Y' TO WS-KN-EOF-SW
114360     END-START.
114370     PERFORM 9345-AMBIL-ALIH-STEP THRU 9345-EXIT
114380         UNTIL WS-KN-EOF.
114390     MOVE 'Y' TO WS-KN-ALIH-SW.
114400 9340-EXIT.
114410     EXIT.
114420
114430 9345-AMBIL-ALIH-STEP.
114440     READ RUN-LOCK-FILE NEXT RECORD
114450         AT END
114460             MOVE 'Y' TO WS-KN-EOF-SW
114470             GO TO 9345-EXIT
114480     END-READ.
114490     IF RL-SESI = WS-KN-SESI
114500         GO TO 9345-EXIT
114510     END-IF.
114520     IF WS-KN-CARI-EKSKL AND NOT RL-EKSKLUSIF
114530         GO TO 9345-EXIT
114540     END-IF.
114550     DELETE RUN-LOCK-FILE RECORD
114560         INVALID KEY
114570             DISPLAY "GAGAL HAPUS KUNCI " RL-PEMEGANG " "
114580                 RL-OPERASI
114590             GO TO 9345-EXIT
114600     END-DELETE.
114610     MOVE "KUNCIPAK" TO AL-JENIS.
114620     MOVE 0 TO AL-NPM.
114630     MOVE SPACES TO AL-NAMA-LAMA.
114640     STRING RL-MODE " " DELIMITED BY SIZE
114650         RL-PEMEGANG DELIMITED BY "  "
114660         " " RL-OPERASI DELIMITED BY SIZE
114670         INTO AL-NAMA-LAMA.
114680     MOVE SPACES TO AL-NAMA-BARU.
114690     STRING "SPV " DELIMITED BY SIZE
114700         WS-KN-SUPERVISOR DELIMITED BY "  "
114710         " " WS-KN-OPERASI DELIMITED BY SIZE
114720         INTO AL-NAMA-BARU.
114730     PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT.
114740 9345-EXIT.
114750     EXIT.
114760
114770*----------------------------------------------------------------*
114780* 9350 - perbarui rekaman kunci sesi ini yang sudah terdaftar    *
114790*        (mode WS-KN-MODE, operasi WS-KN-OPERASI, sejak tanggal/ *
114800*        jam sekarang) untuk 9320/9330; 9352 mengisi rekaman     *
114810*----------------------------------------------------------------*
114820 9350-KUNCI-TULIS.
114830     MOVE 'N' TO WS-KN-DAPAT-SW.
114840     PERFORM 9352-KUNCI-ISI THRU 9352-EXIT.
114850     WRITE RUN-LOCK-RECORD
114860         INVALID KEY
114870             REWRITE RUN-LOCK-RECORD
114880                 INVALID KEY
114890                     DISPLAY "PERINGATAN: GAGAL MENULIS KUNCI "
114900                         "DI RUNLOCK."
114910                     GO TO 9350-EXIT
114920             END-REWRITE
114930     END-WRITE.
114940     MOVE 'Y' TO WS-KN-DAPAT-SW.
114950     MOVE 'Y' TO WS-KN-AKTIF-SW.
114960 9350-EXIT.
114970     EXIT.
114980
114990 9352-KUNCI-ISI.
115000     MOVE SPACES TO RUN-LOCK-RECORD.
115010     MOVE WS-KN-SESI TO RL-SESI.
115020     MOVE WS-KN-MODE TO RL-MODE.
115030     IF WS-BATCH-MODE
115040         MOVE "B" TO RL-JENIS-SESI
115050     ELSE
115060         MOVE "I" TO RL-JENIS-SESI
115070     END-IF.
115080     MOVE WS-KN-PEMEGANG TO RL-PEMEGANG.
115090     MOVE WS-KN-OPERASI TO RL-OPERASI.
115100     ACCEPT RL-SEJAK-TGL FROM DATE YYYYMMDD.
115110     ACCEPT RL-SEJAK-JAM FROM TIME.
115120 9352-EXIT.
115130     EXIT.
115140
115150*----------------------------------------------------------------*
115160* 9355 - daftarkan sesi baru di RUNLOCK: hanya WRITE; bila kunci *
115170*        tanggal+jam sudah dipakai sesi lain yang mulai pada     *
115180*        saat yang sama, jam sesi diambil ulang lalu dicoba lagi *
115190*----------------------------------------------------------------*
115200 9355-KUNCI-DAFTAR.
115210     MOVE 'N' TO WS-KN-DAPAT-SW.
115220     MOVE 0 TO WS-KN-COBA-N.
115230     PERFORM 9356-KUNCI-DAFTAR-STEP THRU 9356-EXIT
115240         UNTIL WS-KN-DAPAT OR WS-KN-COBA-N >= 100.
115250 9355-EXIT.
115260     EXIT.
115270
115280 9356-KUNCI-DAFTAR-STEP.
115290     ADD 1 TO WS-KN-COBA-N.
115300     PERFORM 9352-KUNCI-ISI THRU 9352-EXIT.
115310     WRITE RUN-LOCK-RECORD
115320         INVALID KEY
115330             ACCEPT WS-KN-SESI-JAM FROM TIME
115340             GO TO 9356-EXIT
115350     END-WRITE.
115360     MOVE 'Y' TO WS-KN-DAPAT-SW.
115370     MOVE 'Y' TO WS-KN-AKTIF-SW.
115380 9356-EXIT.
115390     EXIT.
115400
115410*----------------------------------------------------------------*
115420* 9390 - lepas kunci sesi ini saat program selesai               *
115430*----------------------------------------------------------------*
115440 9390-KUNCI-LEPAS.
115450     IF NOT WS-KN-AKTIF
115460         GO TO 9390-EXIT
115470     END-IF.
115480     PERFORM 9305-KUNCI-BUKA THRU 9305-EXIT.
115490     IF WS-RLK-STATUS NOT = "00"
115500         GO TO 9390-EXIT
115510     END-IF.
115520     MOVE WS-KN-SESI TO RL-SESI.
115530     DELETE RUN-LOCK-FILE RECORD
115540         INVALID KEY
115550             CONTINUE
115560     END-DELETE.
115570     CLOSE RUN-LOCK-FILE.
115580     MOVE 'N' TO WS-KN-AKTIF-SW.
115590 9390-EXIT.
115600     EXIT.
115610
115620*----------------------------------------------------------------*
115630* 9000 - TERMINATE: tutup berkas master, lepas kunci pemakaian   *
115640*----------------------------------------------------------------*
115650 9000-TERMINATE.
115660     IF WS-KN-DITOLAK
115670         GO TO 9000-EXIT
115680     END-IF.
115690     CLOSE MASTER-FILE.
115700     CLOSE NILAI-FILE.
115710     CLOSE BIODATA-FILE.
115720     PERFORM 9390-KUNCI-LEPAS THRU 9390-EXIT.
115730 9000-EXIT.
115740     EXIT.
115750
115760 END PROGRAM DAFTAR-MAHASISWA.
