      *>symfo_household
      * 郵送先の世帯まとめ(名寄せ)バッチ。symfo_cleanseのcleansed.csv
      * (検証済み郵送先)を、郵便番号と住所の照合キーが同じ行ごとに
      * 世帯としてまとめ、世帯ごとに郵送先を1件だけ選んだ世帯ファイル
      * (既定はhousehold.csv。cleansed.csvと同一様式)と、2件以上の
      * 顧客がまとまった世帯の重複明細書を書き出す。同じ世帯が顧客ID
      * 違いで二重三重に登録されていると(町域名の表記ゆれや、
      * symfo_disp_applyで郵便番号を訂正した写しの再登録等)同じ宛先へ
      * 郵送片が重なって料金が無駄になり苦情も来るため、symfo_presort
      * へは世帯ファイルを入力に渡して1世帯1通にする。
      * 住所の照合キーは町域名と番地・建物行をsymfo_kana_normで正規化
      * したうえで、次の規則で1文字ずつそろえたもの:
      *   ・空白は詰める
      *   ・"大字"は取り除く
      *   ・ヶ・ヵはケ・カへ
      *   ・"丁目""番地""番"は区切り(－)へ、"号"は取り除く
      *   ・ハイフン類(‐―−─ー)は区切り(－)へ、続く区切りは1つに、
      *     末尾の区切りは取り除く
      * 照合キーが空白の行(町域名・番地とも空白)はまとめない。
      * 世帯の郵送先は、郵送停止ファイル(symfo_returnsが作る。既定は
      * suppress.csv、SYMFO_SUPPRESS_FILEで差し替え可能)に無い顧客を
      * 優先し、その中で町域名と番地・建物行の文字数が最も多い(住所が
      * 最も詳しい)行、同じなら顧客IDの小さい行を選ぶ。選んだ行は
      * 元の顧客ID・住所のまま世帯ファイルへ書く
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_household.
        ENVIRONMENT    DIVISION.
        CONFIGURATION  SECTION.
      *画面からの入力受け付け宣言
          SPECIAL-NAMES.
            CONSOLE IS CONS.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *読み込む検証済み郵送先ファイル(既定はcleansed.csv。
      *SYMFO_INPUT_FILEで差し替え可能)
            SELECT  CLNF  ASSIGN  TO  WS-INPUT-FILE
                STATUS  CLNF-FST.
      *照合キーを付けた一時ファイル(既定はhousehold_key.tmp。
      *SYMFO_KEY_FILEで差し替え可能)
            SELECT  KEYF  ASSIGN  TO  WS-KEY-FILE
                STATUS  KEYF-FST.
      *照合キー順に並べ替えるソート作業ファイルとソート結果ファイル
      *(既定はsortwk01/household.tmp。SYMFO_SORT_WORK_FILE/
      *SYMFO_SORT_OUTPUT_FILEで差し替え可能)
            SELECT  SRTWK  ASSIGN  TO  WS-SORT-WORK-FILE.
            SELECT  SRTO   ASSIGN  TO  WS-SORT-OUTPUT-FILE
                STATUS  SRTO-FST.
      *世帯ファイル(既定はhousehold.csv。SYMFO_HOUSEHOLD_FILEで差し
      *替え可能)
            SELECT  HHF  ASSIGN  TO  WS-HOUSEHOLD-FILE
                STATUS  HHF-FST.
      *重複明細書(既定はhousehold.rpt。SYMFO_REPORT_FILEで差し替え
      *可能)
            SELECT  RPTF  ASSIGN  TO  WS-REPORT-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  RPTF-FST.
      *郵送停止ファイル(既定はsuppress.csv。SYMFO_SUPPRESS_FILEで
      *差し替え可能。無ければ停止中の顧客なし)
            SELECT  SUPF  ASSIGN  TO  WS-SUPPRESS-FILE
                STATUS  SUPF-FST.
        DATA DIVISION.
        FILE SECTION.
      *検証済み郵送先ファイルのレコード定義(symfo_cleanseのOK-Rと
      *同一様式: CUSTREC+確認区分)
        FD  CLNF.
        01  CLN-R.
            02  CLN-ID                    PIC X(10).
            02  CLN-ZIPCODE               PIC X(7).
            02  CLN-PREF-NAME             PIC N(10).
            02  CLN-CITY-NAME             PIC N(20).
            02  CLN-TOWN-NAME             PIC N(30).
            02  CLN-STREET-LINE           PIC N(40).
            02  CLN-MARKER                PIC X(1).
      *照合キー付きの一時ファイルのレコード定義(郵便番号、照合キー、
      *郵送先の選択順(停止中なら1、住所の空白文字数)+郵送先の行)
        FD  KEYF.
        01  KEY-R.
            02  KEY-ZIPCODE               PIC X(7).
            02  KEY-ADDR-KEY              PIC N(70).
            02  KEY-SUP-RANK              PIC X(1).
            02  KEY-FILL-RANK             PIC 9(2).
            02  KEY-ID                    PIC X(10).
            02  KEY-PREF-NAME             PIC N(10).
            02  KEY-CITY-NAME             PIC N(20).
            02  KEY-TOWN-NAME             PIC N(30).
            02  KEY-STREET-LINE           PIC N(40).
            02  KEY-MARKER                PIC X(1).
      *照合キー順に並べ替えるためのソート作業用レコード(同一様式)
        SD  SRTWK.
        01  SRT-R.
            02  SRT-ZIPCODE               PIC X(7).
            02  SRT-ADDR-KEY              PIC N(70).
            02  SRT-SUP-RANK              PIC X(1).
            02  SRT-FILL-RANK             PIC 9(2).
            02  SRT-ID                    PIC X(10).
            02  SRT-PREF-NAME             PIC N(10).
            02  SRT-CITY-NAME             PIC N(20).
            02  SRT-TOWN-NAME             PIC N(30).
            02  SRT-STREET-LINE           PIC N(40).
            02  SRT-MARKER                PIC X(1).
      *ソート結果を並べ替え順に読み直すための一時ファイル(同一様式)
        FD  SRTO.
        01  SRTO-R.
            02  SRTO-ZIPCODE              PIC X(7).
            02  SRTO-ADDR-KEY             PIC N(70).
            02  SRTO-SUP-RANK             PIC X(1).
            02  SRTO-FILL-RANK            PIC 9(2).
            02  SRTO-ID                   PIC X(10).
            02  SRTO-PREF-NAME            PIC N(10).
            02  SRTO-CITY-NAME            PIC N(20).
            02  SRTO-TOWN-NAME            PIC N(30).
            02  SRTO-STREET-LINE          PIC N(40).
            02  SRTO-MARKER               PIC X(1).
      *世帯ファイルのレコード定義(検証済み郵送先ファイルと同一様式)
        FD  HHF.
        01  HH-R.
            02  HH-ID                     PIC X(10).
            02  HH-ZIPCODE                PIC X(7).
            02  HH-PREF-NAME              PIC N(10).
            02  HH-CITY-NAME              PIC N(20).
            02  HH-TOWN-NAME              PIC N(30).
            02  HH-STREET-LINE            PIC N(40).
            02  HH-MARKER                 PIC X(1).
      *重複明細書のレコード定義
        FD  RPTF.
        01  RPT-LINE               PIC X(160).
      *郵送停止ファイルのレコード定義
        FD  SUPF.
            COPY SUPPRESS_REC.
        WORKING-STORAGE SECTION.
      *カナ正規化モジュールの呼び出しインタフェース
            COPY KANA_NORM.
      *ファイルのステータス変数
        01  CLNF-FST               PIC X(02).
        01  KEYF-FST               PIC X(02).
        01  SRTO-FST               PIC X(02).
        01  HHF-FST                PIC X(02).
        01  RPTF-FST               PIC X(02).
        01  SUPF-FST               PIC X(02).
      *各ファイル名(環境変数で差し替え可能)
        01  WS-INPUT-FILE          PIC X(100)  VALUE "cleansed.csv".
        01  WS-KEY-FILE            PIC X(100)
                                    VALUE "household_key.tmp".
        01  WS-SORT-WORK-FILE      PIC X(100)  VALUE "sortwk01".
        01  WS-SORT-OUTPUT-FILE    PIC X(100)  VALUE "household.tmp".
        01  WS-HOUSEHOLD-FILE      PIC X(100)  VALUE "household.csv".
        01  WS-REPORT-FILE         PIC X(100)  VALUE "household.rpt".
        01  WS-SUPPRESS-FILE       PIC X(100)  VALUE "suppress.csv".
        01  WORK                   PIC X(100).
      *郵送停止中の顧客IDの表(10000件まで)
        01  WS-SUP-TBL.
          02  WS-SUP-ID            PIC X(10)  OCCURS 10000 TIMES.
        01  WS-SUP-COUNT           PIC 9(5)  BINARY  VALUE ZERO.
        01  WS-SUP-IDX             PIC 9(5)  BINARY.
        01  WS-SUP-HIT             PIC X(01).
          88  ROW-SUPPRESSED            VALUE "Y".
      *照合キーの組み立て(正規化した町域名+番地・建物行、1文字ずつ
      *そろえた結果と実長、走査位置と処理中の1文字)
        01  WS-FOLD-SRC.
            02  WS-FOLD-TOWN       PIC N(30).
            02  WS-FOLD-STREET     PIC N(40).
      *走査は文字単位で行うため、日本語項目として見直す
        01  WS-FOLD-SRC-N  REDEFINES  WS-FOLD-SRC  PIC N(70).
        01  WS-FOLD-KEY            PIC N(70).
        01  WS-FOLD-LEN            PIC 9(3)  BINARY.
        01  WS-FOLD-POS            PIC 9(3)  BINARY.
        01  WS-FOLD-CHAR           PIC N(1).
        01  WS-FOLD-NEXT-CHAR      PIC N(1).
        01  WS-FOLD-OUT-CHAR       PIC N(1).
      *住所の空白文字数(郵送先の選択順。少ないほど住所が詳しい)
        01  WS-ORIG-ADDR.
            02  WS-ORIG-TOWN       PIC N(30).
            02  WS-ORIG-STREET     PIC N(40).
        01  WS-ORIG-ADDR-N  REDEFINES  WS-ORIG-ADDR  PIC N(70).
        01  WS-FILL-COUNT          PIC 9(3)  BINARY.
      *処理中の世帯の郵便番号・照合キーと、世帯の顧客の表(明細書用。
      *100件まで。超えた分は件数だけ数える)
        01  WS-CUR-ZIPCODE         PIC X(7).
        01  WS-CUR-ADDR-KEY        PIC N(70).
        01  WS-GRP-TBL.
          02  WS-GRP-ENT  OCCURS 100 TIMES.
            03  WS-GRP-ID          PIC X(10).
            03  WS-GRP-SUP         PIC X(1).
            03  WS-GRP-TOWN        PIC N(30).
            03  WS-GRP-STREET      PIC N(40).
        01  WS-GRP-COUNT           PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-GRP-IDX             PIC 9(3)  BINARY.
        01  WS-GRP-LISTED          PIC 9(3)  BINARY.
      *集計(読込件数、世帯数、重複のあった世帯数、除いた重複行)
        01  WS-ROWS-READ           PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-WRITTEN        PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-DUP-GROUPS          PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-DROPPED        PIC 9(7)  BINARY  VALUE ZERO.
      *重複明細書の見出し行
        01  WS-RPT-HEADING.
          02  FILLER               PIC X(43)  VALUE
              "symfo_household: duplicate household report".
      *世帯の明細行(世帯の通番、郵便番号、顧客数)
        01  WS-RPT-GROUP-LINE.
          02  FILLER               PIC X(6)   VALUE "GROUP ".
          02  WS-RPT-GRP-NO        PIC Z(6)9.
          02  FILLER               PIC X(5)   VALUE " ZIP=".
          02  WS-RPT-GRP-ZIP       PIC X(7).
          02  FILLER               PIC X(9)   VALUE " MEMBERS=".
          02  WS-RPT-GRP-CNT       PIC Z(6)9.
      *世帯の顧客の明細行(KEEP=世帯ファイルへ書いた郵送先、DUP=除いた
      *重複。停止欄のSは郵送停止中の顧客)
        01  WS-RPT-MEMBER-LINE.
          02  FILLER               PIC X(2)   VALUE SPACES.
          02  WS-RPT-MBR-ACTION    PIC X(4).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-MBR-ID        PIC X(10).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-MBR-SUP       PIC X(1).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-MBR-TOWN      PIC N(30).
          02  WS-RPT-MBR-STREET    PIC N(40).
      *表に載せきれなかった顧客の件数の行
        01  WS-RPT-MORE-LINE.
          02  FILLER               PIC X(11)  VALUE "  ... MORE=".
          02  WS-RPT-MORE-CNT      PIC Z(6)9.
      *合計行
        01  WS-RPT-TOTAL-LINE.
          02  FILLER               PIC X(11)  VALUE "TOTAL READ=".
          02  WS-RPT-TOT-READ      PIC Z(6)9.
          02  FILLER               PIC X(12)  VALUE " HOUSEHOLDS=".
          02  WS-RPT-TOT-HH        PIC Z(6)9.
          02  FILLER               PIC X(12)  VALUE " DUP-GROUPS=".
          02  WS-RPT-TOT-GROUPS    PIC Z(6)9.
          02  FILLER               PIC X(9)   VALUE " DROPPED=".
          02  WS-RPT-TOT-DROPPED   PIC Z(6)9.
      *プログラムの終了コード。正常は0、異常時は0以外をセットする
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
            DISPLAY  "SYMFO_KEY_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK            FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-KEY-FILE
            END-IF.
            DISPLAY  "SYMFO_SORT_WORK_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                  FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-SORT-WORK-FILE
            END-IF.
            DISPLAY  "SYMFO_SORT_OUTPUT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                    FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-SORT-OUTPUT-FILE
            END-IF.
            DISPLAY  "SYMFO_HOUSEHOLD_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                  FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-HOUSEHOLD-FILE
            END-IF.
            DISPLAY  "SYMFO_REPORT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-REPORT-FILE
            END-IF.
            DISPLAY  "SYMFO_SUPPRESS_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                 FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-SUPPRESS-FILE
            END-IF.

      *郵送停止中の顧客IDを表へ読み込む
            PERFORM LOAD-SUPPRESSIONS.
            IF  WS-PROGRAM-RC  NOT  =  ZERO
                MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                EXIT PROGRAM
            END-IF.

      *検証済み郵送先の各行へ照合キーと郵送先の選択順を付ける
            OPEN  INPUT  CLNF.
            IF  CLNF-FST  NOT  =  "00"
                DISPLAY  "symfo_household: input file open error"
                         " FST="  CLNF-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                EXIT PROGRAM
            END-IF.
            OPEN  OUTPUT  KEYF.
            IF  KEYF-FST  NOT  =  "00"
                DISPLAY  "symfo_household: key file open error"
                         " FST="  KEYF-FST
                    UPON  CONS
                CLOSE  CLNF
                MOVE  16  TO  WS-PROGRAM-RC
                MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                EXIT PROGRAM
            END-IF.
            PERFORM  UNTIL  CLNF-FST  NOT  =  "00"
                READ  CLNF
                    END
                        CONTINUE
                    NOT END
                        ADD  1  TO  WS-ROWS-READ
                        PERFORM WRITE-KEYED-ROW
                END-READ
            END-PERFORM.
            IF  CLNF-FST  NOT  =  "10"
                DISPLAY  "symfo_household: input file read error"
                         " FST="  CLNF-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            END-IF.
            CLOSE  CLNF.
            CLOSE  KEYF.
            IF  WS-PROGRAM-RC  NOT  =  ZERO
                MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                EXIT PROGRAM
            END-IF.

      *郵便番号・照合キー順、世帯の中は郵送先の選択順に並べ替える
            SORT  SRTWK
                ON  ASCENDING  KEY  SRT-ZIPCODE
                                    SRT-ADDR-KEY
                                    SRT-SUP-RANK
                                    SRT-FILL-RANK
                                    SRT-ID
                USING  KEYF
                GIVING  SRTO.

            OPEN  INPUT   SRTO.
            IF  SRTO-FST  NOT  =  "00"
                DISPLAY  "symfo_household: sort output open error"
                         " FST="  SRTO-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                EXIT PROGRAM
            END-IF.
            OPEN  OUTPUT  HHF.
            IF  HHF-FST  NOT  =  "00"
                DISPLAY  "symfo_household: household file open error"
                         " FST="  HHF-FST
                    UPON  CONS
                CLOSE  SRTO
                MOVE  16  TO  WS-PROGRAM-RC
                MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                EXIT PROGRAM
            END-IF.
            OPEN  OUTPUT  RPTF.
            MOVE  WS-RPT-HEADING  TO  RPT-LINE.
            WRITE  RPT-LINE.

      *並べ替え順に読み、郵便番号か照合キーが切り替わったら前の世帯を
      *締める。世帯の先頭行(選択順の最上位)を世帯ファイルへ書く。
      *照合キーが空白の行は1行ずつ別の世帯とする
            PERFORM  UNTIL  SRTO-FST  NOT  =  "00"
                READ  SRTO
                    END
                        CONTINUE
                    NOT END
                        IF  WS-GRP-COUNT  =  ZERO
                            PERFORM START-HOUSEHOLD
                        ELSE IF  SRTO-ZIPCODE   NOT  =  WS-CUR-ZIPCODE
                              OR SRTO-ADDR-KEY  NOT  =  WS-CUR-ADDR-KEY
                              OR SRTO-ADDR-KEY  =  SPACES
                            PERFORM FLUSH-HOUSEHOLD
                            PERFORM START-HOUSEHOLD
                        ELSE
                            PERFORM ADD-GROUP-MEMBER
                            ADD  1  TO  WS-ROWS-DROPPED
                        END-IF
                END-READ
            END-PERFORM.
            IF  SRTO-FST  NOT  =  "10"
                DISPLAY  "symfo_household: sort output read error"
                         " FST="  SRTO-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            END-IF.
            IF  WS-GRP-COUNT  NOT  =  ZERO
                PERFORM FLUSH-HOUSEHOLD
            END-IF.

      *合計を書き出す
            MOVE  WS-ROWS-READ     TO  WS-RPT-TOT-READ.
            MOVE  WS-ROWS-WRITTEN  TO  WS-RPT-TOT-HH.
            MOVE  WS-DUP-GROUPS    TO  WS-RPT-TOT-GROUPS.
            MOVE  WS-ROWS-DROPPED  TO  WS-RPT-TOT-DROPPED.
            MOVE  WS-RPT-TOTAL-LINE  TO  RPT-LINE.
            WRITE  RPT-LINE.

            CLOSE  SRTO.
            CLOSE  HHF.
            CLOSE  RPTF.

            DISPLAY  "symfo_household: read="  WS-ROWS-READ
                     " written="               WS-ROWS-WRITTEN
                     " groups="                WS-DUP-GROUPS
                     " dropped="               WS-ROWS-DROPPED
                UPON  CONS.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        LOAD-SUPPRESSIONS SECTION.
      *郵送停止ファイルの顧客IDを表へ読み込む(ファイルが無い場合は
      *停止中の顧客なし)
            OPEN  INPUT  SUPF.
            IF  SUPF-FST  =  "35"
                CONTINUE
            ELSE IF  SUPF-FST  NOT  =  "00"
                DISPLAY  "symfo_household: suppression file open"
                         " error FST="  SUPF-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                PERFORM  UNTIL  SUPF-FST  NOT  =  "00"
                    READ  SUPF
                        END
                            CONTINUE
                        NOT END
                            IF  WS-SUP-COUNT  >=  10000
                                DISPLAY  "symfo_household: more than"
                                         " 10000 suppressed customers"
                                    UPON  CONS
                                MOVE  8  TO  WS-PROGRAM-RC
                                MOVE  "99"  TO  SUPF-FST
                            ELSE
                                ADD  1  TO  WS-SUP-COUNT
                                MOVE  SUP-CUST-ID
                                    TO  WS-SUP-ID(WS-SUP-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE  SUPF
            END-IF
            END-IF.
        LOAD-SUPPRESSIONS-END.
            EXIT.

        WRITE-KEYED-ROW SECTION.
      *検証済み郵送先の1行へ照合キーと郵送先の選択順を付けて一時
      *ファイルへ書く
            PERFORM BUILD-ADDRESS-KEY.
            MOVE  CLN-ZIPCODE      TO  KEY-ZIPCODE.
            MOVE  WS-FOLD-KEY      TO  KEY-ADDR-KEY.
            PERFORM FIND-SUPPRESSION.
            IF  ROW-SUPPRESSED
                MOVE  "1"  TO  KEY-SUP-RANK
            ELSE
                MOVE  "0"  TO  KEY-SUP-RANK
            END-IF.
            MOVE  CLN-TOWN-NAME    TO  WS-ORIG-TOWN.
            MOVE  CLN-STREET-LINE  TO  WS-ORIG-STREET.
            MOVE  ZERO  TO  WS-FILL-COUNT.
            INSPECT  WS-ORIG-ADDR-N  TALLYING  WS-FILL-COUNT
                FOR  ALL  NX"3000".
            MOVE  WS-FILL-COUNT    TO  KEY-FILL-RANK.
            MOVE  CLN-ID           TO  KEY-ID.
            MOVE  CLN-PREF-NAME    TO  KEY-PREF-NAME.
            MOVE  CLN-CITY-NAME    TO  KEY-CITY-NAME.
            MOVE  CLN-TOWN-NAME    TO  KEY-TOWN-NAME.
            MOVE  CLN-STREET-LINE  TO  KEY-STREET-LINE.
            MOVE  CLN-MARKER       TO  KEY-MARKER.
            WRITE  KEY-R.
            IF  KEYF-FST  NOT  =  "00"
                DISPLAY  "symfo_household: key file write error"
                         " FST="  KEYF-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                MOVE  "99"  TO  CLNF-FST
            END-IF.
        WRITE-KEYED-ROW-END.
            EXIT.

        BUILD-ADDRESS-KEY SECTION.
      *町域名と番地・建物行をsymfo_kana_normで正規化し、1文字ずつ
      *そろえて照合キーを作る(そろえ方はプログラム先頭の説明のとおり)
            MOVE  SPACES  TO  WS-FOLD-SRC.
            MOVE  SPACES           TO  KANA-NORM-IN.
            MOVE  CLN-TOWN-NAME    TO  KANA-NORM-IN.
            CALL  "symfo_kana_norm"  USING  KANA-NORM-PARM.
            MOVE  KANA-NORM-OUT    TO  WS-FOLD-TOWN.
            MOVE  SPACES           TO  KANA-NORM-IN.
            MOVE  CLN-STREET-LINE(1:30)  TO  KANA-NORM-IN.
            CALL  "symfo_kana_norm"  USING  KANA-NORM-PARM.
            MOVE  KANA-NORM-OUT    TO  WS-FOLD-STREET(1:30).
            MOVE  SPACES           TO  KANA-NORM-IN.
            MOVE  CLN-STREET-LINE(31:10)  TO  KANA-NORM-IN.
            CALL  "symfo_kana_norm"  USING  KANA-NORM-PARM.
            MOVE  KANA-NORM-OUT(1:10)  TO  WS-FOLD-STREET(31:10).

            MOVE  SPACES  TO  WS-FOLD-KEY.
            MOVE  ZERO    TO  WS-FOLD-LEN.
            PERFORM  VARYING  WS-FOLD-POS  FROM  1  BY  1
                    UNTIL  WS-FOLD-POS  >  70
                MOVE  WS-FOLD-SRC-N(WS-FOLD-POS:1)  TO  WS-FOLD-CHAR
                IF  WS-FOLD-POS  <  70
                    MOVE  WS-FOLD-SRC-N(WS-FOLD-POS + 1:1)
                        TO  WS-FOLD-NEXT-CHAR
                ELSE
                    MOVE  SPACE  TO  WS-FOLD-NEXT-CHAR
                END-IF
                MOVE  SPACE  TO  WS-FOLD-OUT-CHAR
                EVALUATE  TRUE
      *空白・"号"は詰める、"大字"は2文字とも取り除く
                    WHEN  WS-FOLD-CHAR  =  SPACE
                    WHEN  WS-FOLD-CHAR  =  NX"53F7"
                        CONTINUE
                    WHEN  WS-FOLD-CHAR       =  NX"5927"
                      AND WS-FOLD-NEXT-CHAR  =  NX"5B57"
                        ADD  1  TO  WS-FOLD-POS
      *"丁目""番地"は2文字で、"番"は1文字で区切りにする
                    WHEN  WS-FOLD-CHAR       =  NX"4E01"
                      AND WS-FOLD-NEXT-CHAR  =  NX"76EE"
                        MOVE  NX"FF0D"  TO  WS-FOLD-OUT-CHAR
                        ADD  1  TO  WS-FOLD-POS
                    WHEN  WS-FOLD-CHAR       =  NX"756A"
                      AND WS-FOLD-NEXT-CHAR  =  NX"5730"
                        MOVE  NX"FF0D"  TO  WS-FOLD-OUT-CHAR
                        ADD  1  TO  WS-FOLD-POS
      *ハイフン類(‐―−─ー)も区切りにする
                    WHEN  WS-FOLD-CHAR  =  NX"756A"
                    WHEN  WS-FOLD-CHAR  =  NX"2010"
                    WHEN  WS-FOLD-CHAR  =  NX"2015"
                    WHEN  WS-FOLD-CHAR  =  NX"2212"
                    WHEN  WS-FOLD-CHAR  =  NX"2500"
                    WHEN  WS-FOLD-CHAR  =  NX"30FC"
                    WHEN  WS-FOLD-CHAR  =  NX"FF0D"
                        MOVE  NX"FF0D"  TO  WS-FOLD-OUT-CHAR
      *ヶ・ヵはケ・カへ
                    WHEN  WS-FOLD-CHAR  =  NX"30F6"
                        MOVE  NX"30B1"  TO  WS-FOLD-OUT-CHAR
                    WHEN  WS-FOLD-CHAR  =  NX"30F5"
                        MOVE  NX"30AB"  TO  WS-FOLD-OUT-CHAR
                    WHEN  OTHER
                        MOVE  WS-FOLD-CHAR  TO  WS-FOLD-OUT-CHAR
                END-EVALUATE
      *続く区切りは1つにまとめる
                IF  WS-FOLD-OUT-CHAR  NOT  =  SPACE
                    IF  WS-FOLD-OUT-CHAR  =  NX"FF0D"
                        AND  WS-FOLD-LEN  >  ZERO
                        AND  WS-FOLD-KEY(WS-FOLD-LEN:1)  =  NX"FF0D"
                        CONTINUE
                    ELSE
                        ADD  1  TO  WS-FOLD-LEN
                        MOVE  WS-FOLD-OUT-CHAR
                            TO  WS-FOLD-KEY(WS-FOLD-LEN:1)
                    END-IF
                END-IF
            END-PERFORM.
      *末尾の区切りは取り除く
            IF  WS-FOLD-LEN  >  ZERO
                IF  WS-FOLD-KEY(WS-FOLD-LEN:1)  =  NX"FF0D"
                    MOVE  SPACE  TO  WS-FOLD-KEY(WS-FOLD-LEN:1)
                    SUBTRACT  1  FROM  WS-FOLD-LEN
                END-IF
            END-IF.
        BUILD-ADDRESS-KEY-END.
            EXIT.

        FIND-SUPPRESSION SECTION.
      *処理中の顧客が郵送停止中かどうかを表から探す
            MOVE  "N"  TO  WS-SUP-HIT.
            PERFORM  VARYING  WS-SUP-IDX  FROM  1  BY  1
                    UNTIL  WS-SUP-IDX  >  WS-SUP-COUNT
                IF  WS-SUP-ID(WS-SUP-IDX)  =  CLN-ID
                    MOVE  "Y"           TO  WS-SUP-HIT
                    MOVE  WS-SUP-COUNT  TO  WS-SUP-IDX
                END-IF
            END-PERFORM.
        FIND-SUPPRESSION-END.
            EXIT.

        START-HOUSEHOLD SECTION.
      *新しい世帯の先頭行(選択順の最上位)を世帯ファイルへ書き、世帯
      *の顧客の表をこの行から始める
            MOVE  SRTO-ZIPCODE   TO  WS-CUR-ZIPCODE.
            MOVE  SRTO-ADDR-KEY  TO  WS-CUR-ADDR-KEY.
            MOVE  ZERO           TO  WS-GRP-COUNT.
            PERFORM ADD-GROUP-MEMBER.
            MOVE  SRTO-ID           TO  HH-ID.
            MOVE  SRTO-ZIPCODE      TO  HH-ZIPCODE.
            MOVE  SRTO-PREF-NAME    TO  HH-PREF-NAME.
            MOVE  SRTO-CITY-NAME    TO  HH-CITY-NAME.
            MOVE  SRTO-TOWN-NAME    TO  HH-TOWN-NAME.
            MOVE  SRTO-STREET-LINE  TO  HH-STREET-LINE.
            MOVE  SRTO-MARKER       TO  HH-MARKER.
            WRITE  HH-R.
            IF  HHF-FST  NOT  =  "00"
                DISPLAY  "symfo_household: household file write error"
                         " FST="  HHF-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
                MOVE  "99"  TO  SRTO-FST
            ELSE
                ADD  1  TO  WS-ROWS-WRITTEN
            END-IF.
        START-HOUSEHOLD-END.
            EXIT.

        ADD-GROUP-MEMBER SECTION.
      *処理中の行を世帯の顧客の表へ加える(100件を超えた分は件数
      *だけ数える)
            ADD  1  TO  WS-GRP-COUNT.
            IF  WS-GRP-COUNT  <=  100
                MOVE  SRTO-ID  TO  WS-GRP-ID(WS-GRP-COUNT)
                IF  SRTO-SUP-RANK  =  "1"
                    MOVE  "S"    TO  WS-GRP-SUP(WS-GRP-COUNT)
                ELSE
                    MOVE  SPACE  TO  WS-GRP-SUP(WS-GRP-COUNT)
                END-IF
                MOVE  SRTO-TOWN-NAME    TO  WS-GRP-TOWN(WS-GRP-COUNT)
                MOVE  SRTO-STREET-LINE
                    TO  WS-GRP-STREET(WS-GRP-COUNT)
            END-IF.
        ADD-GROUP-MEMBER-END.
            EXIT.

        FLUSH-HOUSEHOLD SECTION.
      *締めた世帯に2件以上の顧客がいれば重複明細書へ書き出す(先頭が
      *世帯ファイルへ書いた郵送先、以降が除いた重複)
            IF  WS-GRP-COUNT  >  1
                ADD  1  TO  WS-DUP-GROUPS
                MOVE  WS-DUP-GROUPS   TO  WS-RPT-GRP-NO
                MOVE  WS-CUR-ZIPCODE  TO  WS-RPT-GRP-ZIP
                MOVE  WS-GRP-COUNT    TO  WS-RPT-GRP-CNT
                MOVE  WS-RPT-GROUP-LINE  TO  RPT-LINE
                WRITE  RPT-LINE
                IF  WS-GRP-COUNT  >  100
                    MOVE  100           TO  WS-GRP-LISTED
                ELSE
                    MOVE  WS-GRP-COUNT  TO  WS-GRP-LISTED
                END-IF
                PERFORM  VARYING  WS-GRP-IDX  FROM  1  BY  1
                        UNTIL  WS-GRP-IDX  >  WS-GRP-LISTED
                    IF  WS-GRP-IDX  =  1
                        MOVE  "KEEP"  TO  WS-RPT-MBR-ACTION
                    ELSE
                        MOVE  "DUP "  TO  WS-RPT-MBR-ACTION
                    END-IF
                    MOVE  WS-GRP-ID(WS-GRP-IDX)   TO  WS-RPT-MBR-ID
                    MOVE  WS-GRP-SUP(WS-GRP-IDX)  TO  WS-RPT-MBR-SUP
                    MOVE  WS-GRP-TOWN(WS-GRP-IDX)
                        TO  WS-RPT-MBR-TOWN
                    MOVE  WS-GRP-STREET(WS-GRP-IDX)
                        TO  WS-RPT-MBR-STREET
                    MOVE  WS-RPT-MEMBER-LINE  TO  RPT-LINE
                    WRITE  RPT-LINE
                END-PERFORM
                IF  WS-GRP-COUNT  >  100
                    COMPUTE  WS-RPT-MORE-CNT  =  WS-GRP-COUNT  -  100
                    MOVE  WS-RPT-MORE-LINE  TO  RPT-LINE
                    WRITE  RPT-LINE
                END-IF
            END-IF.
            MOVE  ZERO  TO  WS-GRP-COUNT.
        FLUSH-HOUSEHOLD-END.
            EXIT.

        END PROGRAM symfo_household.
