      *>symfo_mask
      * 郵送先マスタ(CUSTREC様式)の試験・教育環境向けの匿名化コピーを
      * 作るプログラム。symfo_cleanse、symfo_disp_apply、symfo_impact、
      * symfo_presortの試験に本番のcustomer.csvをそのまま試験サーバへ
      * 写すと個人情報の持ち出しになるため、本番側でこのプログラムを
      * 通した写しだけを持ち出す。
      *   ・顧客ID  対応表(既定はmask_map.idx。SYMFO_MASK_MAP_FILEで
      *             差し替え可能)で"T"+9桁の通し番号の仮IDへ置き換え
      *             る。同じ本物のIDは、マスタ・処置ファイル・郵送片
      *             ファイルのどれでも、また何回実行しても同じ仮IDに
      *             なる。対応表に無いIDは新しい番号を振って足す
      *   ・番地・建物行  数字は別の数字へ、英字は同じ組(A~J、K~T、
      *             U~Z)の別の英字へずらし、丁目・番地・号・の・階・
      *             室・棟・十・ハイフン・空白はそのまま残す。それ以外
      *             の文字(建物名、氏名の書き込み等)はカタカナへ置き
      *             換える。ずらし幅は仮IDの番号で決まるため、同じ顧客
      *             はどのファイルでも同じ結果になる
      *   ・郵便番号、都道府県名、市区町村名、町域名  POST_CDと本番
      *             どおりに突き合うよう変えない
      *   ・郵送片ファイルのカスタマバーコード  匿名化した郵便番号と
      *             番地・建物行から、symfo_presortと同じ規則で作り
      *             直す(漢数字の十や桁の詰めも含め、住所と一致する)
      * 試験でsymfo_cleanseの疑義(suspect)・不一致(nomatch)の経路も
      * 通るよう、マスタの一定割合(SYMFO_MASK_DAMAGE_PCT、既定は5%。
      * 0~50)の行をわざと壊す。壊し方は交互に次の2通り。
      *   S  郵便番号を直前の正常な行の別の郵便番号へ差し替える(住所
      *      から引いた郵便番号と食い違い、疑義になる)
      *   N  町域名の末尾の1文字を〓へ置き換える(POST_CDに見つから
      *      ず、不一致になる)
      * 本物と仮IDの対応、壊した行と壊し方は対応報告(既定は
      * mask_map.rpt。SYMFO_REPORT_FILEで差し替え可能)へ書く。対応表と
      * 対応報告は本番に残し、試験で見つかった問題を本物の顧客へ
      * たどるために使う。試験環境へ持ち出してはならない。
      * 入出力ファイル(いずれも環境変数で差し替え可能)
      *   郵送先マスタ    SYMFO_INPUT_FILE(customer.csv)
      *                   → SYMFO_OUTPUT_FILE(customer_masked.csv)
      *   処置ファイル    SYMFO_DECISION_FILE(decision.csv)
      *                   → SYMFO_DECISION_OUTPUT_FILE
      *                     (decision_masked.csv)
      *   郵送片ファイル  SYMFO_PIECE_FILE(presort_pieces.csv)
      *                   → SYMFO_PIECE_OUTPUT_FILE
      *                     (presort_pieces_masked.csv)
      * 処置ファイルと郵送片ファイルは無ければ読み飛ばす。
      * データベースには接続しない
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_mask.
        ENVIRONMENT    DIVISION.
        CONFIGURATION  SECTION.
      *画面からの入力受け付け宣言
          SPECIAL-NAMES.
            CONSOLE IS CONS.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *読み込む郵送先マスタ(既定はcustomer.csv。SYMFO_INPUT_FILEで
      *差し替え可能)
            SELECT  CUSTF  ASSIGN  TO  WS-INPUT-FILE
                STATUS  CUSTF-FST.
      *匿名化したマスタ(既定はcustomer_masked.csv。SYMFO_OUTPUT_FILE
      *で差し替え可能)
            SELECT  MSKCF  ASSIGN  TO  WS-OUTPUT-FILE
                STATUS  MSKCF-FST.
      *事務員の処置ファイル(既定はdecision.csv。SYMFO_DECISION_FILE
      *で差し替え可能。無ければ読み飛ばすためOPTIONAL)
            SELECT  OPTIONAL  DSPF  ASSIGN  TO  WS-DECISION-FILE
                STATUS  DSPF-FST.
      *匿名化した処置ファイル(既定はdecision_masked.csv。
      *SYMFO_DECISION_OUTPUT_FILEで差し替え可能)
            SELECT  MSKDF  ASSIGN  TO  WS-DECISION-OUT-FILE
                STATUS  MSKDF-FST.
      *郵送片ファイル(既定はpresort_pieces.csv。SYMFO_PIECE_FILEで
      *差し替え可能。無ければ読み飛ばすためOPTIONAL)
            SELECT  OPTIONAL  PIECF  ASSIGN  TO  WS-PIECE-FILE
                STATUS  PIECF-FST.
      *匿名化した郵送片ファイル(既定はpresort_pieces_masked.csv。
      *SYMFO_PIECE_OUTPUT_FILEで差し替え可能)
            SELECT  MSKPF  ASSIGN  TO  WS-PIECE-OUT-FILE
                STATUS  MSKPF-FST.
      *本物の顧客IDと仮IDの対応表(既定はmask_map.idx。
      *SYMFO_MASK_MAP_FILEで差し替え可能。初回実行ではまだ存在しない
      *ためOPTIONAL)
            SELECT  OPTIONAL  MAPF  ASSIGN  TO  WS-MAP-FILE
                ORGANIZATION  INDEXED
                ACCESS  MODE  DYNAMIC
                RECORD  KEY   MAP-REAL-ID
                STATUS  MAPF-FST.
      *対応報告(既定はmask_map.rpt。SYMFO_REPORT_FILEで差し替え可能)
            SELECT  RPTF  ASSIGN  TO  WS-REPORT-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  RPTF-FST.
        DATA DIVISION.
        FILE SECTION.
      *郵送先マスタのレコード定義
        FD  CUSTF.
            COPY CUSTREC.
      *匿名化したマスタのレコード定義(入力と同一様式)
        FD  MSKCF.
            COPY CUSTREC
                REPLACING ==CUST-R==         BY ==MSK-R==
                          ==CUST-ID==        BY ==MSK-ID==
                          ==CUST-ZIPCODE==   BY ==MSK-ZIPCODE==
                          ==CUST-PREF-NAME== BY ==MSK-PREF-NAME==
                          ==CUST-CITY-NAME== BY ==MSK-CITY-NAME==
                          ==CUST-TOWN-NAME== BY ==MSK-TOWN-NAME==
                          ==CUST-STREET-LINE==
                                             BY ==MSK-STREET-LINE==.
      *処置ファイルのレコード定義(symfo_disp_applyと同一様式)
        FD  DSPF.
        01  DSP-R.
            02  DSP-CUST-ID            PIC X(10).
            02  DSP-DECISION           PIC X(1).
            02  DSP-ZIPCODE            PIC X(7).
            02  DSP-PREF-NAME          PIC N(10).
            02  DSP-CITY-NAME          PIC N(20).
            02  DSP-TOWN-NAME          PIC N(30).
            02  DSP-OPERATOR-ID        PIC X(20).
      *匿名化した処置ファイルのレコード定義(同一様式)
        FD  MSKDF.
        01  MSKD-R.
            02  MSKD-CUST-ID           PIC X(10).
            02  MSKD-DECISION          PIC X(1).
            02  MSKD-ZIPCODE           PIC X(7).
            02  MSKD-PREF-NAME         PIC N(10).
            02  MSKD-CITY-NAME         PIC N(20).
            02  MSKD-TOWN-NAME         PIC N(30).
            02  MSKD-OPERATOR-ID       PIC X(20).
      *郵送片ファイルのレコード定義(symfo_presortと同一様式)
        FD  PIECF.
        01  PIEC-R.
            02  PIEC-SEQ               PIC 9(7).
            02  PIEC-ID                PIC X(10).
            02  PIEC-ZIPCODE           PIC X(7).
            02  PIEC-PREF-NAME         PIC N(10).
            02  PIEC-CITY-NAME         PIC N(20).
            02  PIEC-TOWN-NAME         PIC N(30).
            02  PIEC-STREET-LINE       PIC N(40).
            02  PIEC-BARCODE           PIC X(21).
      *匿名化した郵送片ファイルのレコード定義(同一様式)
        FD  MSKPF.
        01  MSKP-R.
            02  MSKP-SEQ               PIC 9(7).
            02  MSKP-ID                PIC X(10).
            02  MSKP-ZIPCODE           PIC X(7).
            02  MSKP-PREF-NAME         PIC N(10).
            02  MSKP-CITY-NAME         PIC N(20).
            02  MSKP-TOWN-NAME         PIC N(30).
            02  MSKP-STREET-LINE       PIC N(40).
            02  MSKP-BARCODE           PIC X(21).
      *対応表のレコード定義(本物の顧客ID、仮ID、対応を作った日)
        FD  MAPF.
        01  MAP-R.
            02  MAP-REAL-ID            PIC X(10).
            02  MAP-FAKE-ID.
              03  MAP-FAKE-PREFIX      PIC X(1).
              03  MAP-FAKE-SEQ         PIC 9(9).
            02  MAP-ASSIGNED-DATE      PIC 9(8).
      *対応報告のレコード定義
        FD  RPTF.
        01  RPT-LINE               PIC X(132).
        WORKING-STORAGE SECTION.
      *ファイルのステータス変数
        01  CUSTF-FST              PIC X(02).
        01  MSKCF-FST              PIC X(02).
        01  DSPF-FST               PIC X(02).
        01  MSKDF-FST              PIC X(02).
        01  PIECF-FST              PIC X(02).
        01  MSKPF-FST              PIC X(02).
        01  MAPF-FST               PIC X(02).
        01  RPTF-FST               PIC X(02).
      *各ファイル名(環境変数で差し替え可能)
        01  WS-INPUT-FILE          PIC X(100)  VALUE "customer.csv".
        01  WS-OUTPUT-FILE         PIC X(100)
                VALUE "customer_masked.csv".
        01  WS-DECISION-FILE       PIC X(100)  VALUE "decision.csv".
        01  WS-DECISION-OUT-FILE   PIC X(100)
                VALUE "decision_masked.csv".
        01  WS-PIECE-FILE          PIC X(100)
                VALUE "presort_pieces.csv".
        01  WS-PIECE-OUT-FILE      PIC X(100)
                VALUE "presort_pieces_masked.csv".
        01  WS-MAP-FILE            PIC X(100)  VALUE "mask_map.idx".
        01  WS-REPORT-FILE         PIC X(100)  VALUE "mask_map.rpt".
        01  WORK                   PIC X(100).
      *対応表・対応報告を開いているかどうか
        01  WS-MAP-OPEN            PIC X(1)   VALUE "N".
          88  MAP-OPENED                VALUE "Y".
        01  WS-RPT-OPEN            PIC X(1)   VALUE "N".
          88  RPT-OPENED                VALUE "Y".
      *実行日(対応を作った日として対応表へ書く)
        01  WS-RUN-DATE            PIC 9(8).
      *わざと壊す行の割合(%)と、割合どおりに散らすための累計
        01  WS-DAMAGE-PCT-X        PIC X(3).
        01  WS-DAMAGE-PCT          PIC 9(3)   VALUE 5.
        01  WS-DAMAGE-ACC          PIC 9(5)  BINARY  VALUE ZERO.
      *次に使う壊し方(S=郵便番号の差し替え、N=町域名の破損)と、この
      *行に使った壊し方
        01  WS-NEXT-DAMAGE         PIC X(1)   VALUE "S".
        01  WS-ROW-DAMAGE          PIC X(1).
          88  ROW-DAMAGE-SUSPECT        VALUE "S".
          88  ROW-DAMAGE-NOMATCH        VALUE "N".
      *直前の正常な行の郵便番号(Sの差し替え先)
        01  WS-LAST-GOOD-ZIP       PIC X(7)   VALUE SPACES.
      *町域名の末尾を探す位置
        01  WS-TOWN-POS            PIC 9(3)  BINARY.
      *仮IDの払い出し(対応表の最大の通し番号)と、1件の対応付けの
      *入出力
        01  WS-MAP-MAX-SEQ         PIC 9(9)  BINARY  VALUE ZERO.
        01  WS-MAP-REAL            PIC X(10).
        01  WS-MAP-FAKE            PIC X(10).
        01  WS-MAP-SEQ             PIC 9(9)  BINARY.
        01  WS-MAP-NEW             PIC X(1).
          88  MAP-IS-NEW                VALUE "Y".
      *ずらしの種(仮IDの通し番号)、何文字目の数字・英字か、ずらし幅
        01  WS-SEED                PIC 9(9)  BINARY.
        01  WS-ORD                 PIC 9(3)  BINARY.
        01  WS-SHIFT               PIC 9(3)  BINARY.
        01  WS-CALC                PIC 9(9)  BINARY.
        01  WS-QUOT                PIC 9(9)  BINARY.
        01  WS-REM                 PIC 9(3)  BINARY.
        01  WS-GROUP-SIZE          PIC 9(3)  BINARY.
      *番地・建物行の走査位置と処理中の1文字、表の位置と文字の種類
      *(F=全角数字、K=漢数字、H=半角数字、U=全角英大文字、
      *L=全角英小文字、S=残す文字、空白=それ以外)
        01  WS-STREET              PIC N(40).
        01  WS-POS                 PIC 9(3)  BINARY.
        01  WS-SCHAR               PIC N(1).
        01  WS-TBL-IDX             PIC 9(3)  BINARY.
        01  WS-HIT-IDX             PIC 9(3)  BINARY.
        01  WS-NEW-IDX             PIC 9(3)  BINARY.
        01  WS-CHAR-KIND           PIC X(1).
      *全角数字、漢数字(〇~九)、半角数字の表
        01  WS-ZEN-DIGITS          PIC N(10)  VALUE
                NX"FF10FF11FF12FF13FF14FF15FF16FF17FF18FF19".
        01  WS-ZEN-DIGIT-TBL  REDEFINES  WS-ZEN-DIGITS.
            02  WS-ZEN-DIGIT       PIC N(1)  OCCURS 10 TIMES.
        01  WS-KANJI-DIGITS        PIC N(10)  VALUE
                NX"30074E004E8C4E0956DB4E94516D4E03516B4E5D".
        01  WS-KANJI-DIGIT-TBL  REDEFINES  WS-KANJI-DIGITS.
            02  WS-KANJI-DIGIT     PIC N(1)  OCCURS 10 TIMES.
        01  WS-HAN-DIGITS          PIC N(10)  VALUE
                NX"0030003100320033003400350036003700380039".
        01  WS-HAN-DIGIT-TBL  REDEFINES  WS-HAN-DIGITS.
            02  WS-HAN-DIGIT       PIC N(1)  OCCURS 10 TIMES.
      *全角英大文字、全角英小文字の表
        01  WS-UPPER-ALPHA.
            02  FILLER  PIC N(9)  VALUE
              NX"FF21FF22FF23FF24FF25FF26FF27FF28FF29".
            02  FILLER  PIC N(9)  VALUE
              NX"FF2AFF2BFF2CFF2DFF2EFF2FFF30FF31FF32".
            02  FILLER  PIC N(8)  VALUE
              NX"FF33FF34FF35FF36FF37FF38FF39FF3A".
        01  WS-UPPER-ALPHA-TBL  REDEFINES  WS-UPPER-ALPHA.
            02  WS-UPPER-CHAR      PIC N(1)  OCCURS 26 TIMES.
        01  WS-LOWER-ALPHA.
            02  FILLER  PIC N(9)  VALUE
              NX"FF41FF42FF43FF44FF45FF46FF47FF48FF49".
            02  FILLER  PIC N(9)  VALUE
              NX"FF4AFF4BFF4CFF4DFF4EFF4FFF50FF51FF52".
            02  FILLER  PIC N(8)  VALUE
              NX"FF53FF54FF55FF56FF57FF58FF59FF5A".
        01  WS-LOWER-ALPHA-TBL  REDEFINES  WS-LOWER-ALPHA.
            02  WS-LOWER-CHAR      PIC N(1)  OCCURS 26 TIMES.
      *そのまま残す文字(全角・半角空白、丁目番地号の階室棟十、
      *各種ハイフン)
        01  WS-KEEP-CHARS.
            02  FILLER  PIC N(10)  VALUE
              NX"300000204E0176EE756A573053F7306E968E5BA4".
            02  FILLER  PIC N(9)   VALUE
              NX"68DF5341FF0D201020152212250030FC002D".
        01  WS-KEEP-TBL  REDEFINES  WS-KEEP-CHARS.
            02  WS-KEEP-CHAR       PIC N(1)  OCCURS 19 TIMES.
      *置き換えに使うカタカナ(ア~コ)
        01  WS-KANA-CHARS          PIC N(10)  VALUE
                NX"30A230A430A630A830AA30AB30AD30AF30B130B3".
        01  WS-KANA-TBL  REDEFINES  WS-KANA-CHARS.
            02  WS-KANA-CHAR       PIC N(1)  OCCURS 10 TIMES.
      *町域名を壊すときに入れる文字(〓)
        01  WS-BROKEN-CHAR         PIC N(1)   VALUE NX"3013".
      *カスタマバーコードの組み立て(symfo_presortと同じ規則。数字・
      *英字の表は番地・建物行の置き換えと共用)
        01  WS-BC-CHARSET          PIC X(19)
                                    VALUE "0123456789-abcdefgh".
      *番地・建物行の走査位置と処理中の1文字、表の位置
        01  WS-BC-POS              PIC 9(3)  BINARY.
        01  WS-BC-CHAR             PIC N(1).
        01  WS-BC-TBL-IDX          PIC 9(3)  BINARY.
        01  WS-BC-HIT-IDX          PIC 9(3)  BINARY.
        01  WS-BC-LETTER           PIC 9(3)  BINARY.
      *組み立て中の住所表示番号(最後に13文字へ切り詰める)と実長、
      *追加する1文字
        01  WS-BC-ADDR             PIC X(40).
        01  WS-BC-ADDR-LEN         PIC 9(3)  BINARY.
        01  WS-BC-NEXT             PIC X(1).
      *番地・建物行から数字が1つでも取れたかどうか
        01  WS-BC-DIGIT-SEEN       PIC X(01).
          88  BC-DIGIT-SEEN             VALUE "Y".
      *漢数字の読み取り中の値(十の位までの合計と、その下の桁)
        01  WS-BC-KANJI-ON         PIC X(01).
          88  BC-KANJI-PENDING          VALUE "Y".
        01  WS-BC-KJ-TOTAL         PIC 9(5)  BINARY.
        01  WS-BC-KJ-UNIT          PIC 9(5)  BINARY.
        01  WS-BC-KJ-NUM           PIC 9(5).
        01  WS-BC-KJ-NUM-X  REDEFINES  WS-BC-KJ-NUM  PIC X(5).
        01  WS-BC-KJ-IDX           PIC 9(3)  BINARY.
        01  WS-BC-KJ-STARTED       PIC X(01).
      *チェックデジットの計算(郵便番号7桁+住所表示番号13文字)
        01  WS-BC-DATA.
            02  WS-BC-DATA-ZIP     PIC X(7).
            02  WS-BC-DATA-ADDR    PIC X(13).
        01  WS-BC-SUM              PIC 9(5)  BINARY.
        01  WS-BC-QUOT             PIC 9(5)  BINARY.
        01  WS-BC-REM              PIC 9(3)  BINARY.
        01  WS-BC-CHECK            PIC 9(3)  BINARY.
        01  WS-BC-CODE             PIC X(21).
      *実行結果の集計
        01  WS-ROWS-READ           PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-WRITTEN        PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-SUSPECT        PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-NOMATCH        PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-DAMAGED        PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-DECISIONS-WRITTEN   PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-PIECES-WRITTEN      PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-MAPPED-NEW          PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-BLANK-IDS           PIC 9(7)  BINARY  VALUE ZERO.
      *報告の見出し行
        01  WS-RPT-HEAD.
          02  FILLER               PIC X(34)
              VALUE "symfo_mask: customer ID mapping, ".
          02  WS-RPT-HEAD-DATE     PIC 9(8).
          02  FILLER               PIC X(26)
              VALUE " (keep in production only)".
        01  WS-RPT-COL-HEAD.
          02  FILLER               PIC X(41)  VALUE
              "SOURCE   REAL-ID    MASKED-ID  NEW DAMAGE".
          02  FILLER               PIC X(9)   VALUE "   DETAIL".
      *対応の明細行
        01  WS-RPT-MAP.
          02  WS-RPT-SOURCE        PIC X(8).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-REAL          PIC X(10).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-FAKE          PIC X(10).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-NEW           PIC X(3).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-DAMAGE        PIC X(7).
          02  FILLER               PIC X(2)   VALUE SPACES.
          02  WS-RPT-DETAIL        PIC X(40).
      *郵便番号を差し替えた行の明細
        01  WS-RPT-ZIP-DETAIL.
          02  FILLER               PIC X(4)   VALUE "ZIP ".
          02  WS-RPT-ZIP-FROM      PIC X(7).
          02  FILLER               PIC X(4)   VALUE " -> ".
          02  WS-RPT-ZIP-TO        PIC X(7).
      *報告の末尾の件数行
        01  WS-RPT-TRAILER.
          02  FILLER               PIC X(5)   VALUE "READ=".
          02  WS-RPT-TRL-READ      PIC 9(7).
          02  FILLER               PIC X(9)   VALUE " WRITTEN=".
          02  WS-RPT-TRL-WRITTEN   PIC 9(7).
          02  FILLER               PIC X(9)   VALUE " SUSPECT=".
          02  WS-RPT-TRL-SUSPECT   PIC 9(7).
          02  FILLER               PIC X(9)   VALUE " NOMATCH=".
          02  WS-RPT-TRL-NOMATCH   PIC 9(7).
          02  FILLER               PIC X(11)  VALUE " DECISIONS=".
          02  WS-RPT-TRL-DECISIONS PIC 9(7).
          02  FILLER               PIC X(8)   VALUE " PIECES=".
          02  WS-RPT-TRL-PIECES    PIC 9(7).
          02  FILLER               PIC X(14)  VALUE " NEW-MAPPINGS=".
          02  WS-RPT-TRL-NEW       PIC 9(7).
      *プログラムの終了コード。正常は0、顧客IDが空白の行あり・処置
      *ファイル/郵送片ファイルの読み取り異常は4、割合の指定誤りは8、
      *マスタ・対応表・出力ファイルの入出力異常は16
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
      *各ファイル名(未設定の場合は既定値のまま)
            DISPLAY  "SYMFO_INPUT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK              FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-INPUT-FILE
            END-IF.
            DISPLAY  "SYMFO_OUTPUT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-OUTPUT-FILE
            END-IF.
            DISPLAY  "SYMFO_DECISION_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                 FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-DECISION-FILE
            END-IF.
            DISPLAY  "SYMFO_DECISION_OUTPUT_FILE"
                UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK  FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-DECISION-OUT-FILE
            END-IF.
            DISPLAY  "SYMFO_PIECE_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK              FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-PIECE-FILE
            END-IF.
            DISPLAY  "SYMFO_PIECE_OUTPUT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                     FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-PIECE-OUT-FILE
            END-IF.
            DISPLAY  "SYMFO_MASK_MAP_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                 FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-MAP-FILE
            END-IF.
            DISPLAY  "SYMFO_REPORT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-REPORT-FILE
            END-IF.

      *わざと壊す行の割合(0~50%。未設定は5%)
            DISPLAY  "SYMFO_MASK_DAMAGE_PCT"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WS-DAMAGE-PCT-X        FROM  ENVIRONMENT-VALUE.
            EVALUATE  TRUE
                WHEN  WS-DAMAGE-PCT-X  =  SPACES
                    CONTINUE
                WHEN  WS-DAMAGE-PCT-X  IS  NUMERIC
                    MOVE  WS-DAMAGE-PCT-X  TO  WS-DAMAGE-PCT
                WHEN  WS-DAMAGE-PCT-X(1:2)  IS  NUMERIC
                        AND  WS-DAMAGE-PCT-X(3:1)  =  SPACE
                    MOVE  WS-DAMAGE-PCT-X(1:2)  TO  WS-DAMAGE-PCT
                WHEN  WS-DAMAGE-PCT-X(1:1)  IS  NUMERIC
                        AND  WS-DAMAGE-PCT-X(2:2)  =  SPACES
                    MOVE  WS-DAMAGE-PCT-X(1:1)  TO  WS-DAMAGE-PCT
                WHEN  OTHER
                    MOVE  999  TO  WS-DAMAGE-PCT
            END-EVALUATE.
            IF  WS-DAMAGE-PCT  >  50
                DISPLAY  "symfo_mask: SYMFO_MASK_DAMAGE_PCT must be"
                         " 0-50"
                    UPON  CONS
                MOVE  8  TO  PROGRAM-STATUS
                EXIT PROGRAM
            END-IF.

            ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.

            PERFORM OPEN-ID-MAP.

            IF  WS-PROGRAM-RC  <  16
                OPEN  OUTPUT  RPTF
                IF  RPTF-FST  NOT  =  "00"
                    DISPLAY  "symfo_mask: report open error FST="
                             RPTF-FST  " "  WS-REPORT-FILE
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                ELSE
                    MOVE  "Y"  TO  WS-RPT-OPEN
                    MOVE  WS-RUN-DATE  TO  WS-RPT-HEAD-DATE
                    MOVE  WS-RPT-HEAD  TO  RPT-LINE
                    WRITE  RPT-LINE
                    MOVE  SPACES  TO  RPT-LINE
                    WRITE  RPT-LINE
                    MOVE  WS-RPT-COL-HEAD  TO  RPT-LINE
                    WRITE  RPT-LINE
                END-IF
            END-IF.

            IF  WS-PROGRAM-RC  <  16
                PERFORM MASK-MASTER-FILE
            END-IF.
            IF  WS-PROGRAM-RC  <  16
                PERFORM MASK-DECISION-FILE
            END-IF.
            IF  WS-PROGRAM-RC  <  16
                PERFORM MASK-PIECE-FILE
            END-IF.

            IF  RPT-OPENED
                MOVE  WS-ROWS-READ          TO  WS-RPT-TRL-READ
                MOVE  WS-ROWS-WRITTEN       TO  WS-RPT-TRL-WRITTEN
                MOVE  WS-ROWS-SUSPECT       TO  WS-RPT-TRL-SUSPECT
                MOVE  WS-ROWS-NOMATCH       TO  WS-RPT-TRL-NOMATCH
                MOVE  WS-DECISIONS-WRITTEN  TO  WS-RPT-TRL-DECISIONS
                MOVE  WS-PIECES-WRITTEN     TO  WS-RPT-TRL-PIECES
                MOVE  WS-MAPPED-NEW         TO  WS-RPT-TRL-NEW
                MOVE  SPACES  TO  RPT-LINE
                WRITE  RPT-LINE
                MOVE  WS-RPT-TRAILER  TO  RPT-LINE
                WRITE  RPT-LINE
                CLOSE  RPTF
            END-IF.
            IF  MAP-OPENED
                CLOSE  MAPF
            END-IF.

            IF  WS-BLANK-IDS  NOT  =  ZERO
                DISPLAY  "symfo_mask: WARNING - "  WS-BLANK-IDS
                         " row(s) with a blank customer ID"
                    UPON  CONS
                IF  WS-PROGRAM-RC  <  4
                    MOVE  4  TO  WS-PROGRAM-RC
                END-IF
            END-IF.
            DISPLAY  "symfo_mask: read="     WS-ROWS-READ
                     " written="             WS-ROWS-WRITTEN
                     " damaged="             WS-ROWS-DAMAGED
                     " decisions="           WS-DECISIONS-WRITTEN
                     " pieces="              WS-PIECES-WRITTEN
                     " mapped-new="          WS-MAPPED-NEW
                UPON  CONS.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        OPEN-ID-MAP SECTION.
      *対応表を開き、全件読んで払い出し済みの最大の通し番号を求める
      *(初回は空の対応表を作る)
            OPEN  I-O  MAPF.
            IF  MAPF-FST  NOT  =  "00"
                AND  MAPF-FST  NOT  =  "05"
                DISPLAY  "symfo_mask: map file open error FST="
                         MAPF-FST  " "  WS-MAP-FILE
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                MOVE  "00"  TO  MAPF-FST
                PERFORM  UNTIL  MAPF-FST  NOT  =  "00"
                    READ  MAPF  NEXT
                        END
                            CONTINUE
                        NOT END
                            IF  MAP-FAKE-SEQ  IS  NUMERIC
                                AND  MAP-FAKE-SEQ  >  WS-MAP-MAX-SEQ
                                MOVE  MAP-FAKE-SEQ  TO  WS-MAP-MAX-SEQ
                            END-IF
                    END-READ
                END-PERFORM
      *MAPF-FST="10"は正常な終端、それ以外は読み取り異常として扱う
                IF  MAPF-FST  NOT  =  "10"
                    DISPLAY  "symfo_mask: map file read error FST="
                             MAPF-FST
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                    CLOSE  MAPF
                ELSE
                    MOVE  "Y"  TO  WS-MAP-OPEN
                END-IF
            END-IF.
        OPEN-ID-MAP-END.
            EXIT.

        MASK-MASTER-FILE SECTION.
      *郵送先マスタを全件読み、匿名化して書き出す
            OPEN  INPUT  CUSTF.
            IF  CUSTF-FST  NOT  =  "00"
                DISPLAY  "symfo_mask: input open error FST="
                         CUSTF-FST  " "  WS-INPUT-FILE
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                OPEN  OUTPUT  MSKCF
                IF  MSKCF-FST  NOT  =  "00"
                    DISPLAY  "symfo_mask: output open error FST="
                             MSKCF-FST  " "  WS-OUTPUT-FILE
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                ELSE
                    PERFORM  UNTIL  CUSTF-FST  NOT  =  "00"
                            OR  WS-PROGRAM-RC  >=  16
                        READ  CUSTF
                            END
                                CONTINUE
                            NOT END
                                ADD  1  TO  WS-ROWS-READ
                                PERFORM MASK-MASTER-ROW
                        END-READ
                    END-PERFORM
                    IF  CUSTF-FST  NOT  =  "10"
                        AND  CUSTF-FST  NOT  =  "00"
                        DISPLAY  "symfo_mask: input read error FST="
                                 CUSTF-FST
                            UPON  CONS
                        MOVE  16  TO  WS-PROGRAM-RC
                    END-IF
                    CLOSE  MSKCF
                END-IF
                CLOSE  CUSTF
            END-IF.
        MASK-MASTER-FILE-END.
            EXIT.

        MASK-MASTER-ROW SECTION.
      *マスタ1行の顧客IDを置き換え、番地・建物行をずらし、割合に
      *当たった行は壊してから書き出す
            MOVE  CUST-R  TO  MSK-R.
            MOVE  CUST-ID  TO  WS-MAP-REAL.
            PERFORM MAP-CUSTOMER-ID.
            IF  WS-PROGRAM-RC  <  16
                MOVE  WS-MAP-FAKE  TO  MSK-ID
                MOVE  CUST-STREET-LINE  TO  WS-STREET
                PERFORM SCRAMBLE-STREET-LINE
                MOVE  WS-STREET  TO  MSK-STREET-LINE
                MOVE  "MASTER"  TO  WS-RPT-SOURCE
                MOVE  SPACES    TO  WS-RPT-DAMAGE
                MOVE  SPACES    TO  WS-RPT-DETAIL
                PERFORM APPLY-DAMAGE
                WRITE  MSK-R
                IF  MSKCF-FST  NOT  =  "00"
                    DISPLAY  "symfo_mask: output write error FST="
                             MSKCF-FST
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                ELSE
                    ADD  1  TO  WS-ROWS-WRITTEN
                    PERFORM WRITE-MAP-LINE
                END-IF
            END-IF.
        MASK-MASTER-ROW-END.
            EXIT.

        APPLY-DAMAGE SECTION.
      *割合の累計が100に達した行を、交互の壊し方で壊す。Sは直前の
      *正常な行の郵便番号が使えない(まだ無い、同じ番号)場合はNに
      *する
            MOVE  SPACE  TO  WS-ROW-DAMAGE.
            ADD  WS-DAMAGE-PCT  TO  WS-DAMAGE-ACC.
            IF  WS-DAMAGE-ACC  >=  100
                SUBTRACT  100  FROM  WS-DAMAGE-ACC
                MOVE  WS-NEXT-DAMAGE  TO  WS-ROW-DAMAGE
                IF  ROW-DAMAGE-SUSPECT
                    IF  WS-LAST-GOOD-ZIP  NOT  NUMERIC
                        OR  WS-LAST-GOOD-ZIP  =  CUST-ZIPCODE
                        MOVE  "N"  TO  WS-ROW-DAMAGE
                    END-IF
                END-IF
            END-IF.
            EVALUATE  TRUE
                WHEN  ROW-DAMAGE-SUSPECT
                    MOVE  WS-LAST-GOOD-ZIP  TO  MSK-ZIPCODE
                    MOVE  CUST-ZIPCODE      TO  WS-RPT-ZIP-FROM
                    MOVE  WS-LAST-GOOD-ZIP  TO  WS-RPT-ZIP-TO
                    MOVE  WS-RPT-ZIP-DETAIL TO  WS-RPT-DETAIL
                    MOVE  "SUSPECT"  TO  WS-RPT-DAMAGE
                    MOVE  "N"  TO  WS-NEXT-DAMAGE
                    ADD  1  TO  WS-ROWS-SUSPECT
                    ADD  1  TO  WS-ROWS-DAMAGED
                WHEN  ROW-DAMAGE-NOMATCH
      *町域名の末尾の文字(空白なら先頭)を〓へ置き換える
                    MOVE  1  TO  WS-POS
                    PERFORM  VARYING  WS-TOWN-POS  FROM  30  BY  -1
                            UNTIL  WS-TOWN-POS  <  1
                        IF  MSK-TOWN-NAME(WS-TOWN-POS:1)  NOT  =  SPACE
                            MOVE  WS-TOWN-POS  TO  WS-POS
                            MOVE  1            TO  WS-TOWN-POS
                        END-IF
                    END-PERFORM
                    MOVE  WS-BROKEN-CHAR  TO  MSK-TOWN-NAME(WS-POS:1)
                    MOVE  "TOWN NAME ALTERED"  TO  WS-RPT-DETAIL
                    MOVE  "NOMATCH"  TO  WS-RPT-DAMAGE
                    MOVE  "S"  TO  WS-NEXT-DAMAGE
                    ADD  1  TO  WS-ROWS-NOMATCH
                    ADD  1  TO  WS-ROWS-DAMAGED
                WHEN  OTHER
                    IF  CUST-ZIPCODE  NUMERIC
                        MOVE  CUST-ZIPCODE  TO  WS-LAST-GOOD-ZIP
                    END-IF
            END-EVALUATE.
        APPLY-DAMAGE-END.
            EXIT.

        MASK-DECISION-FILE SECTION.
      *処置ファイルの顧客IDをマスタと同じ仮IDへ置き換えて書き出す
      *(無ければ何もしない)
            OPEN  INPUT  DSPF.
            IF  DSPF-FST  =  "05"
                DISPLAY  "symfo_mask: no decision file "
                         WS-DECISION-FILE
                    UPON  CONS
                CLOSE  DSPF
            ELSE IF  DSPF-FST  NOT  =  "00"
                DISPLAY  "symfo_mask: decision open error FST="
                         DSPF-FST  " "  WS-DECISION-FILE
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                OPEN  OUTPUT  MSKDF
                IF  MSKDF-FST  NOT  =  "00"
                    DISPLAY  "symfo_mask: decision output open error"
                             " FST="  MSKDF-FST
                             " "  WS-DECISION-OUT-FILE
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                ELSE
                    PERFORM  UNTIL  DSPF-FST  NOT  =  "00"
                            OR  WS-PROGRAM-RC  >=  16
                        READ  DSPF
                            END
                                CONTINUE
                            NOT END
                                PERFORM MASK-DECISION-ROW
                        END-READ
                    END-PERFORM
                    IF  DSPF-FST  NOT  =  "10"
                        AND  DSPF-FST  NOT  =  "00"
                        DISPLAY  "symfo_mask: decision read error FST="
                                 DSPF-FST
                            UPON  CONS
                        IF  WS-PROGRAM-RC  <  4
                            MOVE  4  TO  WS-PROGRAM-RC
                        END-IF
                    END-IF
                    CLOSE  MSKDF
                END-IF
                CLOSE  DSPF
            END-IF.
        MASK-DECISION-FILE-END.
            EXIT.

        MASK-DECISION-ROW SECTION.
      *処置1行の顧客IDを置き換える。マスタに無かったIDで新しく対応を
      *作った場合だけ対応報告へ書く
            MOVE  DSP-R  TO  MSKD-R.
            MOVE  DSP-CUST-ID  TO  WS-MAP-REAL.
            PERFORM MAP-CUSTOMER-ID.
            IF  WS-PROGRAM-RC  <  16
                MOVE  WS-MAP-FAKE  TO  MSKD-CUST-ID
                WRITE  MSKD-R
                IF  MSKDF-FST  NOT  =  "00"
                    DISPLAY  "symfo_mask: decision write error FST="
                             MSKDF-FST
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                ELSE
                    ADD  1  TO  WS-DECISIONS-WRITTEN
                    IF  MAP-IS-NEW
                        MOVE  "DECISION"  TO  WS-RPT-SOURCE
                        MOVE  SPACES      TO  WS-RPT-DAMAGE
                        MOVE  SPACES      TO  WS-RPT-DETAIL
                        PERFORM WRITE-MAP-LINE
                    END-IF
                END-IF
            END-IF.
        MASK-DECISION-ROW-END.
            EXIT.

        MASK-PIECE-FILE SECTION.
      *郵送片ファイルの顧客ID・番地・建物行・カスタマバーコードを
      *匿名化して書き出す(無ければ何もしない)
            OPEN  INPUT  PIECF.
            IF  PIECF-FST  =  "05"
                DISPLAY  "symfo_mask: no piece file "  WS-PIECE-FILE
                    UPON  CONS
                CLOSE  PIECF
            ELSE IF  PIECF-FST  NOT  =  "00"
                DISPLAY  "symfo_mask: piece open error FST="
                         PIECF-FST  " "  WS-PIECE-FILE
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                OPEN  OUTPUT  MSKPF
                IF  MSKPF-FST  NOT  =  "00"
                    DISPLAY  "symfo_mask: piece output open error"
                             " FST="  MSKPF-FST
                             " "  WS-PIECE-OUT-FILE
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                ELSE
                    PERFORM  UNTIL  PIECF-FST  NOT  =  "00"
                            OR  WS-PROGRAM-RC  >=  16
                        READ  PIECF
                            END
                                CONTINUE
                            NOT END
                                PERFORM MASK-PIECE-ROW
                        END-READ
                    END-PERFORM
                    IF  PIECF-FST  NOT  =  "10"
                        AND  PIECF-FST  NOT  =  "00"
                        DISPLAY  "symfo_mask: piece read error FST="
                                 PIECF-FST
                            UPON  CONS
                        IF  WS-PROGRAM-RC  <  4
                            MOVE  4  TO  WS-PROGRAM-RC
                        END-IF
                    END-IF
                    CLOSE  MSKPF
                END-IF
                CLOSE  PIECF
            END-IF.
        MASK-PIECE-FILE-END.
            EXIT.

        MASK-PIECE-ROW SECTION.
      *郵送片1行を匿名化する。マスタに無かったIDで新しく対応を作った
      *場合だけ対応報告へ書く
            MOVE  PIEC-R  TO  MSKP-R.
            MOVE  PIEC-ID  TO  WS-MAP-REAL.
            PERFORM MAP-CUSTOMER-ID.
            IF  WS-PROGRAM-RC  <  16
                MOVE  WS-MAP-FAKE  TO  MSKP-ID
                MOVE  PIEC-STREET-LINE  TO  WS-STREET
                PERFORM SCRAMBLE-STREET-LINE
                MOVE  WS-STREET  TO  MSKP-STREET-LINE
                PERFORM BUILD-CUSTOMER-BARCODE
                MOVE  WS-BC-CODE  TO  MSKP-BARCODE
                WRITE  MSKP-R
                IF  MSKPF-FST  NOT  =  "00"
                    DISPLAY  "symfo_mask: piece write error FST="
                             MSKPF-FST
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                ELSE
                    ADD  1  TO  WS-PIECES-WRITTEN
                    IF  MAP-IS-NEW
                        MOVE  "PIECE"  TO  WS-RPT-SOURCE
                        MOVE  SPACES   TO  WS-RPT-DAMAGE
                        MOVE  SPACES   TO  WS-RPT-DETAIL
                        PERFORM WRITE-MAP-LINE
                    END-IF
                END-IF
            END-IF.
        MASK-PIECE-ROW-END.
            EXIT.

        MAP-CUSTOMER-ID SECTION.
      *本物の顧客ID(WS-MAP-REAL)に対応する仮ID(WS-MAP-FAKE)と通し
      *番号(WS-MAP-SEQ)を対応表から引く。無ければ次の番号を払い出して
      *対応表へ書く。空白のIDは空白のまま(番号は0)
            MOVE  "N"     TO  WS-MAP-NEW.
            MOVE  SPACES  TO  WS-MAP-FAKE.
            MOVE  ZERO    TO  WS-MAP-SEQ.
            IF  WS-MAP-REAL  =  SPACES
                ADD  1  TO  WS-BLANK-IDS
            ELSE
                MOVE  WS-MAP-REAL  TO  MAP-REAL-ID
                READ  MAPF
                    INVALID KEY
                        ADD  1  TO  WS-MAP-MAX-SEQ
                        MOVE  WS-MAP-REAL     TO  MAP-REAL-ID
                        MOVE  "T"             TO  MAP-FAKE-PREFIX
                        MOVE  WS-MAP-MAX-SEQ  TO  MAP-FAKE-SEQ
                        MOVE  WS-RUN-DATE     TO  MAP-ASSIGNED-DATE
                        WRITE  MAP-R
                            INVALID KEY
                                DISPLAY  "symfo_mask: map file write"
                                         " error FST="  MAPF-FST
                                    UPON  CONS
                                MOVE  16  TO  WS-PROGRAM-RC
                            NOT INVALID KEY
                                MOVE  "Y"  TO  WS-MAP-NEW
                                ADD  1  TO  WS-MAPPED-NEW
                        END-WRITE
                    NOT INVALID KEY
                        CONTINUE
                END-READ
                IF  MAPF-FST  NOT  =  "00"
                    AND  WS-PROGRAM-RC  <  16
                    DISPLAY  "symfo_mask: map file error FST="
                             MAPF-FST
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                END-IF
                MOVE  MAP-FAKE-ID   TO  WS-MAP-FAKE
                MOVE  MAP-FAKE-SEQ  TO  WS-MAP-SEQ
            END-IF.
        MAP-CUSTOMER-ID-END.
            EXIT.

        SCRAMBLE-STREET-LINE SECTION.
      *番地・建物行(WS-STREET)を仮IDの通し番号を種にして1文字ずつ
      *置き換える。数字・英字は行の中で何番目かでずらし幅を決める
            MOVE  WS-MAP-SEQ  TO  WS-SEED.
            MOVE  ZERO        TO  WS-ORD.
            PERFORM  VARYING  WS-POS  FROM  1  BY  1
                    UNTIL  WS-POS  >  40
                PERFORM SCRAMBLE-STREET-CHAR
            END-PERFORM.
        SCRAMBLE-STREET-LINE-END.
            EXIT.

        SCRAMBLE-STREET-CHAR SECTION.
      *番地・建物行の1文字の種類を判定し、種類ごとに置き換える
            MOVE  WS-STREET(WS-POS:1)  TO  WS-SCHAR.
            MOVE  SPACE  TO  WS-CHAR-KIND.
            MOVE  ZERO   TO  WS-HIT-IDX.
            PERFORM  VARYING  WS-TBL-IDX  FROM  1  BY  1
                    UNTIL  WS-TBL-IDX  >  10
                        OR  WS-HIT-IDX  NOT  =  ZERO
                EVALUATE  TRUE
                    WHEN  WS-ZEN-DIGIT(WS-TBL-IDX)  =  WS-SCHAR
                        MOVE  "F"  TO  WS-CHAR-KIND
                        MOVE  WS-TBL-IDX  TO  WS-HIT-IDX
                    WHEN  WS-KANJI-DIGIT(WS-TBL-IDX)  =  WS-SCHAR
                        MOVE  "K"  TO  WS-CHAR-KIND
                        MOVE  WS-TBL-IDX  TO  WS-HIT-IDX
                    WHEN  WS-HAN-DIGIT(WS-TBL-IDX)  =  WS-SCHAR
                        MOVE  "H"  TO  WS-CHAR-KIND
                        MOVE  WS-TBL-IDX  TO  WS-HIT-IDX
                END-EVALUATE
            END-PERFORM.
            IF  WS-HIT-IDX  =  ZERO
                PERFORM  VARYING  WS-TBL-IDX  FROM  1  BY  1
                        UNTIL  WS-TBL-IDX  >  26
                            OR  WS-HIT-IDX  NOT  =  ZERO
                    EVALUATE  TRUE
                        WHEN  WS-UPPER-CHAR(WS-TBL-IDX)  =  WS-SCHAR
                            MOVE  "U"  TO  WS-CHAR-KIND
                            MOVE  WS-TBL-IDX  TO  WS-HIT-IDX
                        WHEN  WS-LOWER-CHAR(WS-TBL-IDX)  =  WS-SCHAR
                            MOVE  "L"  TO  WS-CHAR-KIND
                            MOVE  WS-TBL-IDX  TO  WS-HIT-IDX
                    END-EVALUATE
                END-PERFORM
            END-IF.
            IF  WS-HIT-IDX  =  ZERO
                PERFORM  VARYING  WS-TBL-IDX  FROM  1  BY  1
                        UNTIL  WS-TBL-IDX  >  19
                            OR  WS-HIT-IDX  NOT  =  ZERO
                    IF  WS-KEEP-CHAR(WS-TBL-IDX)  =  WS-SCHAR
                        MOVE  "S"  TO  WS-CHAR-KIND
                        MOVE  WS-TBL-IDX  TO  WS-HIT-IDX
                    END-IF
                END-PERFORM
            END-IF.

      *全角数字・漢数字・英字は何番目かを数え、半角数字は数えずに
      *ずらす
            EVALUATE  WS-CHAR-KIND
                WHEN  "F"
                WHEN  "K"
                WHEN  "U"
                WHEN  "L"
                    ADD  1  TO  WS-ORD
                    PERFORM COMPUTE-SHIFT
                WHEN  "H"
                    ADD  1  TO  WS-ORD
                    PERFORM COMPUTE-SHIFT
                    SUBTRACT  1  FROM  WS-ORD
                WHEN  OTHER
                    CONTINUE
            END-EVALUATE.

            EVALUATE  WS-CHAR-KIND
                WHEN  "F"
                WHEN  "K"
                WHEN  "H"
                    COMPUTE  WS-CALC  =  WS-HIT-IDX - 1 + WS-SHIFT
                    DIVIDE  WS-CALC  BY  10
                        GIVING  WS-QUOT  REMAINDER  WS-REM
                    COMPUTE  WS-NEW-IDX  =  WS-REM + 1
                WHEN  "U"
                WHEN  "L"
      *英字は同じ組(A~J、K~T、U~Z)の中でずらす
                    COMPUTE  WS-CALC  =  WS-HIT-IDX - 1
                    DIVIDE  WS-CALC  BY  10
                        GIVING  WS-QUOT  REMAINDER  WS-REM
                    IF  WS-QUOT  =  2
                        MOVE  6   TO  WS-GROUP-SIZE
                    ELSE
                        MOVE  10  TO  WS-GROUP-SIZE
                    END-IF
                    COMPUTE  WS-CALC  =  WS-REM + WS-SHIFT
                    MOVE  WS-QUOT  TO  WS-NEW-IDX
                    DIVIDE  WS-CALC  BY  WS-GROUP-SIZE
                        GIVING  WS-QUOT  REMAINDER  WS-REM
                    COMPUTE  WS-NEW-IDX  =  WS-NEW-IDX * 10 + WS-REM + 1
                WHEN  OTHER
                    CONTINUE
            END-EVALUATE.

            EVALUATE  WS-CHAR-KIND
                WHEN  "F"
                    MOVE  WS-ZEN-DIGIT(WS-NEW-IDX)
                        TO  WS-STREET(WS-POS:1)
                WHEN  "K"
                    MOVE  WS-KANJI-DIGIT(WS-NEW-IDX)
                        TO  WS-STREET(WS-POS:1)
                WHEN  "H"
                    MOVE  WS-HAN-DIGIT(WS-NEW-IDX)
                        TO  WS-STREET(WS-POS:1)
                WHEN  "U"
                    MOVE  WS-UPPER-CHAR(WS-NEW-IDX)
                        TO  WS-STREET(WS-POS:1)
                WHEN  "L"
                    MOVE  WS-LOWER-CHAR(WS-NEW-IDX)
                        TO  WS-STREET(WS-POS:1)
                WHEN  "S"
                    CONTINUE
                WHEN  OTHER
      *それ以外の文字は種と位置で選んだカタカナへ
                    COMPUTE  WS-CALC  =  WS-SEED + WS-POS
                    DIVIDE  WS-CALC  BY  10
                        GIVING  WS-QUOT  REMAINDER  WS-REM
                    MOVE  WS-KANA-CHAR(WS-REM + 1)
                        TO  WS-STREET(WS-POS:1)
            END-EVALUATE.
        SCRAMBLE-STREET-CHAR-END.
            EXIT.

        COMPUTE-SHIFT SECTION.
      *種とWS-ORD番目からずらし幅(1~9。数字が元と同じにならない)を
      *求める
            COMPUTE  WS-CALC  =  WS-SEED + WS-ORD.
            DIVIDE  WS-CALC  BY  9  GIVING  WS-QUOT  REMAINDER  WS-REM.
            COMPUTE  WS-SHIFT  =  WS-REM + 1.
        COMPUTE-SHIFT-END.
            EXIT.

        BUILD-CUSTOMER-BARCODE SECTION.
      *(symfo_presortの同名の節と同じ規則。匿名化した郵便番号・番地・
      *建物行から作り直すため、印字されるバーコードと住所が一致する)
      *郵便番号7桁と番地・建物行の住所表示番号からカスタマバーコードの
      *文字列を組み立てる。住所表示番号は次の規則で抜き出す:
      *  ・全角数字と漢数字(十を含む)は数字へ
      *  ・全角英字はA~J/K~T/U~ZをCC1/CC2/CC3+位置の数字の2文字へ
      *  ・それ以外の文字(丁目、番地、番、号、の、ハイフン、建物名等)
      *    は区切りのハイフン1文字へ(先頭と連続は詰める)
      *  ・末尾のハイフンを除き、13文字に満たない分はCC4で埋める
      *郵便番号が7桁の数字でないか、番地・建物行に数字が無い場合は
      *空白(対象外)を返す
            MOVE  SPACES  TO  WS-BC-CODE.
            MOVE  SPACES  TO  WS-BC-ADDR.
            MOVE  ZERO    TO  WS-BC-ADDR-LEN.
            MOVE  "N"     TO  WS-BC-DIGIT-SEEN.
            MOVE  "N"     TO  WS-BC-KANJI-ON.
            MOVE  ZERO    TO  WS-BC-KJ-TOTAL.
            MOVE  ZERO    TO  WS-BC-KJ-UNIT.
            IF  MSKP-ZIPCODE  NUMERIC
                PERFORM  VARYING  WS-BC-POS  FROM  1  BY  1
                        UNTIL  WS-BC-POS  >  40
                    MOVE  MSKP-STREET-LINE(WS-BC-POS:1)  TO  WS-BC-CHAR
                    PERFORM ADD-BARCODE-CHAR
                END-PERFORM
                PERFORM FLUSH-KANJI-NUMBER
      *末尾のハイフンを除く
                IF  WS-BC-ADDR-LEN  >  ZERO
                    IF  WS-BC-ADDR(WS-BC-ADDR-LEN:1)  =  "-"
                        MOVE  SPACE  TO  WS-BC-ADDR(WS-BC-ADDR-LEN:1)
                        SUBTRACT  1  FROM  WS-BC-ADDR-LEN
                    END-IF
                END-IF
            END-IF.
            IF  BC-DIGIT-SEEN
                MOVE  MSKP-ZIPCODE      TO  WS-BC-DATA-ZIP
                MOVE  WS-BC-ADDR(1:13)  TO  WS-BC-DATA-ADDR
                INSPECT  WS-BC-DATA-ADDR  REPLACING  ALL  SPACE  BY  "d"
      *チェックデジット=各文字の値の合計を19の倍数へ切り上げる差
                MOVE  ZERO  TO  WS-BC-SUM
                PERFORM  VARYING  WS-BC-POS  FROM  1  BY  1
                        UNTIL  WS-BC-POS  >  20
                    PERFORM  VARYING  WS-BC-TBL-IDX  FROM  1  BY  1
                            UNTIL  WS-BC-TBL-IDX  >  19
                        IF  WS-BC-CHARSET(WS-BC-TBL-IDX:1)
                                =  WS-BC-DATA(WS-BC-POS:1)
                            COMPUTE  WS-BC-SUM
                                =  WS-BC-SUM + WS-BC-TBL-IDX - 1
                            MOVE  20  TO  WS-BC-TBL-IDX
                        END-IF
                    END-PERFORM
                END-PERFORM
                DIVIDE  WS-BC-SUM  BY  19  GIVING  WS-BC-QUOT
                    REMAINDER  WS-BC-REM
                IF  WS-BC-REM  =  ZERO
                    MOVE  ZERO  TO  WS-BC-CHECK
                ELSE
                    COMPUTE  WS-BC-CHECK  =  19 - WS-BC-REM
                END-IF
                MOVE  WS-BC-DATA  TO  WS-BC-CODE(1:20)
                MOVE  WS-BC-CHARSET(WS-BC-CHECK + 1:1)
                    TO  WS-BC-CODE(21:1)
            END-IF.
        BUILD-CUSTOMER-BARCODE-END.
            EXIT.

        ADD-BARCODE-CHAR SECTION.
      *番地・建物行の1文字を住所表示番号へ積む
            MOVE  ZERO  TO  WS-BC-HIT-IDX.
            PERFORM  VARYING  WS-BC-TBL-IDX  FROM  1  BY  1
                    UNTIL  WS-BC-TBL-IDX  >  10
                IF  WS-KANJI-DIGIT(WS-BC-TBL-IDX)  =  WS-BC-CHAR
                    MOVE  WS-BC-TBL-IDX  TO  WS-BC-HIT-IDX
                    MOVE  11             TO  WS-BC-TBL-IDX
                END-IF
            END-PERFORM.
      *漢数字は続く文字を見るまで値を溜める(二十三=23、一〇五=105)
            IF  WS-BC-HIT-IDX  NOT  =  ZERO
                COMPUTE  WS-BC-KJ-UNIT
                    =  WS-BC-KJ-UNIT * 10 + WS-BC-HIT-IDX - 1
                MOVE  "Y"  TO  WS-BC-KANJI-ON
            ELSE IF  WS-BC-CHAR  =  NX"5341"
                IF  WS-BC-KJ-UNIT  =  ZERO
                    MOVE  1  TO  WS-BC-KJ-UNIT
                END-IF
                COMPUTE  WS-BC-KJ-TOTAL
                    =  WS-BC-KJ-TOTAL + WS-BC-KJ-UNIT * 10
                MOVE  ZERO  TO  WS-BC-KJ-UNIT
                MOVE  "Y"   TO  WS-BC-KANJI-ON
            ELSE
                PERFORM FLUSH-KANJI-NUMBER
                PERFORM  VARYING  WS-BC-TBL-IDX  FROM  1  BY  1
                        UNTIL  WS-BC-TBL-IDX  >  26
                    IF  WS-BC-TBL-IDX  <=  10
                        AND  WS-ZEN-DIGIT(WS-BC-TBL-IDX)
                            =  WS-BC-CHAR
                        MOVE  WS-BC-CHARSET(WS-BC-TBL-IDX:1)
                            TO  WS-BC-NEXT
                        PERFORM APPEND-BARCODE-CHAR
                        MOVE  "Y"  TO  WS-BC-DIGIT-SEEN
                        MOVE  27   TO  WS-BC-TBL-IDX
                    ELSE IF  WS-UPPER-CHAR(WS-BC-TBL-IDX)
                                =  WS-BC-CHAR
                            OR  WS-LOWER-CHAR(WS-BC-TBL-IDX)
                                =  WS-BC-CHAR
      *英字は制御コード(A~J=CC1、K~T=CC2、U~Z=CC3)+0~9の2文字
                        COMPUTE  WS-BC-LETTER  =  WS-BC-TBL-IDX - 1
                        DIVIDE  WS-BC-LETTER  BY  10
                            GIVING  WS-BC-QUOT  REMAINDER  WS-BC-REM
                        MOVE  WS-BC-CHARSET(WS-BC-QUOT + 12:1)
                            TO  WS-BC-NEXT
                        PERFORM APPEND-BARCODE-CHAR
                        MOVE  WS-BC-CHARSET(WS-BC-REM + 1:1)
                            TO  WS-BC-NEXT
                        PERFORM APPEND-BARCODE-CHAR
                        MOVE  27   TO  WS-BC-TBL-IDX
                    END-IF
                    END-IF
                END-PERFORM
      *数字・英字のどちらでもなければ区切りのハイフン
                IF  WS-BC-TBL-IDX  NOT  =  28
                    IF  WS-BC-ADDR-LEN  >  ZERO
                        IF  WS-BC-ADDR(WS-BC-ADDR-LEN:1)  NOT  =  "-"
                            MOVE  "-"  TO  WS-BC-NEXT
                            PERFORM APPEND-BARCODE-CHAR
                        END-IF
                    END-IF
                END-IF
            END-IF
            END-IF.
        ADD-BARCODE-CHAR-END.
            EXIT.

        FLUSH-KANJI-NUMBER SECTION.
      *溜めていた漢数字の値を算用数字で住所表示番号へ積む
            IF  BC-KANJI-PENDING
                COMPUTE  WS-BC-KJ-NUM  =  WS-BC-KJ-TOTAL + WS-BC-KJ-UNIT
                MOVE  "N"  TO  WS-BC-KJ-STARTED
                PERFORM  VARYING  WS-BC-KJ-IDX  FROM  1  BY  1
                        UNTIL  WS-BC-KJ-IDX  >  5
                    IF  WS-BC-KJ-NUM-X(WS-BC-KJ-IDX:1)  NOT  =  "0"
                        OR  WS-BC-KJ-IDX  =  5
                        MOVE  "Y"  TO  WS-BC-KJ-STARTED
                    END-IF
                    IF  WS-BC-KJ-STARTED  =  "Y"
                        MOVE  WS-BC-KJ-NUM-X(WS-BC-KJ-IDX:1)
                            TO  WS-BC-NEXT
                        PERFORM APPEND-BARCODE-CHAR
                    END-IF
                END-PERFORM
                MOVE  "Y"   TO  WS-BC-DIGIT-SEEN
                MOVE  "N"   TO  WS-BC-KANJI-ON
                MOVE  ZERO  TO  WS-BC-KJ-TOTAL
                MOVE  ZERO  TO  WS-BC-KJ-UNIT
            END-IF.
        FLUSH-KANJI-NUMBER-END.
            EXIT.

        APPEND-BARCODE-CHAR SECTION.
      *住所表示番号の末尾へ1文字足す(作業領域の長さまで)
            IF  WS-BC-ADDR-LEN  <  40
                ADD  1  TO  WS-BC-ADDR-LEN
                MOVE  WS-BC-NEXT  TO  WS-BC-ADDR(WS-BC-ADDR-LEN:1)
            END-IF.
        APPEND-BARCODE-CHAR-END.
            EXIT.

        WRITE-MAP-LINE SECTION.
      *対応報告へ本物の顧客IDと仮IDの1行を書く(出所・新規・壊し方は
      *呼び出し側で設定済み)
            MOVE  WS-MAP-REAL  TO  WS-RPT-REAL.
            MOVE  WS-MAP-FAKE  TO  WS-RPT-FAKE.
            IF  MAP-IS-NEW
                MOVE  "NEW"   TO  WS-RPT-NEW
            ELSE
                MOVE  SPACES  TO  WS-RPT-NEW
            END-IF.
            MOVE  WS-RPT-MAP  TO  RPT-LINE.
            WRITE  RPT-LINE.
        WRITE-MAP-LINE-END.
            EXIT.

        END PROGRAM symfo_mask.
