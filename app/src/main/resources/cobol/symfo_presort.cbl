      * SYMFO_BUNDLE_MIN/SYMFO_TRAY_MINで差し替え可能)に満たない束・
      * トレイには明細書でUNDER-MINの印を付け、割引要件の判断材料に
      * する。これまで区分書類を作れず全額料金で出していた郵送の置き換え
      * 郵送片には郵便番号と番地・建物行の住所表示番号から組み立てた
      * カスタマバーコードの文字列(チェックデジット付き)を添え、ラベル
      * 印字機が宛名の下へ印字する。住所表示番号の数字が取れない郵送片は
      * バーコード無し(空白)とし、バーコード対象通数を明細書へ載せる
      * 郵送停止ファイル(symfo_returnsが返送郵便から作る。既定は
      * suppress.csv、SYMFO_SUPPRESS_FILEで差し替え可能)にある顧客は
      * 郵送片に含めず、停止した通数を明細書へ載せる
      * 料金表ファイル(既定はpostage_rate.csv。SYMFO_RATE_FILEで差し
      * 替え可能)があれば、郵送片の重さ(既定25g。SYMFO_PIECE_WEIGHTで
      * 差し替え可能)の重量区分の基本料金と、総通数の割引段階の割引率
      * で郵送を料金計算し、全額料金・区分料金・割引額と、UNDER-MINの
      * 束が最低通数を満たしていれば得られた割引額を明細書へ載せる。
      * 割引の区分水準はB=最低通数を満たした束(上5桁)の郵送片、
      * T=最低通数に満たない束のうち最低通数を満たしたトレイ(上3桁)
      * の郵送片で、どちらにも当たらない郵送片は全額料金とする
      * SYMFO_HOUSEHOLD=Yを指定すると、cleansed.csvの代わりに
      * symfo_household(世帯まとめ)の世帯ファイル(既定は
      * household.csv。SYMFO_HOUSEHOLD_FILEで差し替え可能。
      * cleansed.csvと同一様式)を読み、1世帯1通で区分する。明細書の
      * 先頭に世帯ファイルから区分した旨を載せる
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_presort.
        ENVIRONMENT    DIVISION.
            CONSOLE IS CONS.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *読み込む検証済み郵送先ファイル(既定はcleansed.csv、
      *SYMFO_HOUSEHOLD=Yの場合は世帯ファイル。SYMFO_INPUT_FILEで
      *差し替え可能)
            SELECT  CLNF  ASSIGN  TO  WS-INPUT-FILE
                STATUS  CLNF-FST.
      *郵便番号順に並べ替えるソート作業ファイルとソート結果ファイル
      *SYMFO_PIECE_FILEで差し替え可能)
            SELECT  PIECF  ASSIGN  TO  WS-PIECE-FILE
                STATUS  PIECF-FST.
      *郵送停止ファイル(既定はsuppress.csv。SYMFO_SUPPRESS_FILEで
      *差し替え可能。無ければ停止する顧客なし)
            SELECT  SUPF  ASSIGN  TO  WS-SUPPRESS-FILE
                STATUS  SUPF-FST.
      *料金表ファイル(既定はpostage_rate.csv。SYMFO_RATE_FILEで差し
      *替え可能。無ければ料金計算を行わない)
            SELECT  RATEF  ASSIGN  TO  WS-RATE-FILE
                STATUS  RATEF-FST.
        DATA DIVISION.
        FILE SECTION.
      *検証済み郵送先ファイルのレコード定義(symfo_cleanseのOK-Rと
            02  CLN-PREF-NAME             PIC N(10).
            02  CLN-CITY-NAME             PIC N(20).
            02  CLN-TOWN-NAME             PIC N(30).
            02  CLN-STREET-LINE           PIC N(40).
            02  CLN-MARKER                PIC X(1).
      *郵便番号順に並べ替えるためのソート作業用レコード(同一様式)
        SD  SRTWK.
            02  SRT-PREF-NAME             PIC N(10).
            02  SRT-CITY-NAME             PIC N(20).
            02  SRT-TOWN-NAME             PIC N(30).
            02  SRT-STREET-LINE           PIC N(40).
            02  SRT-MARKER                PIC X(1).
      *ソート結果を並べ替え順に読み直すための一時ファイル(同一様式)
        FD  SRTO.
            02  SRTO-PREF-NAME            PIC N(10).
            02  SRTO-CITY-NAME            PIC N(20).
            02  SRTO-TOWN-NAME            PIC N(30).
            02  SRTO-STREET-LINE          PIC N(40).
            02  SRTO-MARKER               PIC X(1).
      *区分明細書のレコード定義
        FD  RPTF.
        01  RPT-LINE               PIC X(80).
      *郵送片ファイルのレコード定義(区分順の通し番号+郵送先+カスタマ
      *バーコード。バーコードはスタート/ストップコードを除く21文字で、
      *スタート/ストップコードはラベル印字機が付ける。対象外は空白)
        FD  PIECF.
        01  PIEC-R.
            02  PIEC-SEQ               PIC 9(7).
            02  PIEC-PREF-NAME         PIC N(10).
            02  PIEC-CITY-NAME         PIC N(20).
            02  PIEC-TOWN-NAME         PIC N(30).
            02  PIEC-STREET-LINE       PIC N(40).
            02  PIEC-BARCODE           PIC X(21).
      *郵送停止ファイルのレコード定義
        FD  SUPF.
            COPY SUPPRESS_REC.
      *料金表ファイルのレコード定義。行種別W=重量区分(区分コード、
      *上限の重さ(g)、1通の基本料金(円))、D=割引段階(適用する最低
      *総通数、区分水準B/T、割引率(%))
        FD  RATEF.
        01  RATE-W-R.
            02  RATE-TYPE              PIC X(1).
            02  RATE-WEIGHT-CLASS      PIC X(2).
            02  RATE-MAX-GRAMS         PIC 9(5).
            02  RATE-BASE-RATE         PIC 9(5).
        01  RATE-D-R.
            02  RATE-D-TYPE            PIC X(1).
            02  RATE-D-MIN-VOLUME      PIC 9(7).
            02  RATE-D-LEVEL           PIC X(1).
            02  RATE-D-PERCENT         PIC 9(2)V9.
        WORKING-STORAGE SECTION.
      *ファイルのステータス変数
        01  CLNF-FST               PIC X(02).
        01  SRTO-FST               PIC X(02).
        01  RPTF-FST               PIC X(02).
        01  PIECF-FST              PIC X(02).
        01  SUPF-FST               PIC X(02).
        01  RATEF-FST              PIC X(02).
      *各ファイル名(環境変数で差し替え可能)
        01  WS-INPUT-FILE          PIC X(100)  VALUE "cleansed.csv".
        01  WS-SORT-WORK-FILE      PIC X(100)  VALUE "sortwk01".
        01  WS-REPORT-FILE         PIC X(100)  VALUE "presort.rpt".
        01  WS-PIECE-FILE          PIC X(100)
                                    VALUE "presort_pieces.csv".
        01  WS-SUPPRESS-FILE       PIC X(100)  VALUE "suppress.csv".
        01  WS-RATE-FILE           PIC X(100)
                                    VALUE "postage_rate.csv".
        01  WS-HOUSEHOLD-FILE      PIC X(100)  VALUE "household.csv".
        01  WORK                   PIC X(100).
      *最低通数(束は上5桁、トレイは上3桁。既定は10/100)
        01  WS-BUNDLE-MIN          PIC 9(5)  BINARY  VALUE 10.
      *ACCEPT ... FROM ENVIRONMENT-VALUEは右側を空白で埋めるため、
      *数値項目へ一旦MOVEしてから判定する(symfo_instと同じ扱い)
        01  WS-MIN-N               PIC 9(5)  BINARY.
      *世帯ファイルから区分するかどうか(SYMFO_HOUSEHOLD=Yで世帯
      *ファイルを読む)
        01  WS-HOUSEHOLD-SW        PIC X(01)  VALUE "N".
          88  HOUSEHOLD-INPUT           VALUE "Y".
      *区分の現在キー(束=郵便番号上5桁、トレイ=上3桁)と各通数
        01  WS-CUR-BUNDLE          PIC X(5)   VALUE SPACES.
        01  WS-CUR-TRAY            PIC X(3)   VALUE SPACES.
        01  WS-UNDER-TRAYS         PIC 9(5)  BINARY  VALUE ZERO.
      *通し番号(区分順の印字順)
        01  WS-PIECE-SEQ           PIC 9(7)  BINARY  VALUE ZERO.
      *郵送停止中の顧客IDの表(10000件まで)と、停止した通数
        01  WS-SUP-TBL.
          02  WS-SUP-ID            PIC X(10)  OCCURS 10000 TIMES.
        01  WS-SUP-COUNT           PIC 9(5)  BINARY  VALUE ZERO.
        01  WS-SUP-IDX             PIC 9(5)  BINARY.
        01  WS-SUPPRESSED-PIECES   PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-SUP-HIT             PIC X(01).
          88  PIECE-SUPPRESSED          VALUE "Y".
      *料金計算の区分水準ごとの通数(B=最低通数を満たした束、T=束は
      *満たさないがトレイは満たした、全額=どちらも満たさない)と、
      *処理中のトレイ内の束の通数(最低通数を満たした束/満たさない束)
        01  WS-PIECES-AT-BUNDLE    PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-PIECES-AT-TRAY      PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-PIECES-AT-FULL      PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-TRAY-QUAL-PIECES    PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-TRAY-UNDER-PIECES   PIC 9(7)  BINARY  VALUE ZERO.
      *郵送片の重さ(g。既定25g。SYMFO_PIECE_WEIGHTで差し替え可能)
        01  WS-PIECE-GRAMS         PIC 9(5)  BINARY  VALUE 25.
      *料金表の重量区分の表(20件まで)と割引段階の表(50件まで)
        01  WS-WEIGHT-TBL.
          02  WS-WGT-ENT  OCCURS 20 TIMES.
            03  WS-WGT-CLASS       PIC X(2).
            03  WS-WGT-MAX-GRAMS   PIC 9(5).
            03  WS-WGT-BASE-RATE   PIC 9(5).
        01  WS-WGT-COUNT           PIC 9(3)  BINARY  VALUE ZERO.
        01  WS-DISC-TBL.
          02  WS-DISC-ENT  OCCURS 50 TIMES.
            03  WS-DISC-MIN-VOLUME PIC 9(7).
            03  WS-DISC-LEVEL      PIC X(1).
            03  WS-DISC-PERCENT    PIC 9(2)V9.
        01  WS-DISC-COUNT          PIC 9(3)  BINARY  VALUE ZERO.
        01  WS-RATE-IDX            PIC 9(3)  BINARY.
      *料金表を読み込めたかどうか(Y=料金計算を行う)
        01  WS-RATE-LOADED         PIC X(01)  VALUE "N".
          88  RATE-LOADED               VALUE "Y".
      *この郵送に当てはめた重量区分・基本料金と、区分水準B/Tの割引率
      *(割引段階は総通数以下で最も大きい最低総通数の行を採る)
        01  WS-USE-CLASS           PIC X(2).
        01  WS-USE-MAX-GRAMS       PIC 9(5).
        01  WS-USE-BASE-RATE       PIC 9(5).
        01  WS-USE-PCT-B           PIC 9(2)V9.
        01  WS-USE-PCT-T           PIC 9(2)V9.
        01  WS-USE-VOL-B           PIC 9(7).
        01  WS-USE-VOL-T           PIC 9(7).
      *料金(円。割引率の計算で生じる銭まで持つ)
        01  WS-POSTAGE-FULL        PIC 9(11)V99.
        01  WS-POSTAGE-PRESORT     PIC 9(11)V99.
        01  WS-POSTAGE-SAVINGS     PIC 9(11)V99.
        01  WS-POSTAGE-MISSED      PIC 9(11)V99.
      *カスタマバーコードを付けられた通数
        01  WS-BARCODE-PIECES      PIC 9(7)  BINARY  VALUE ZERO.
      *カスタマバーコードの文字と値の対応(文字の位置-1が値。0~9は
      *数字、10はハイフン、a~hは制御コードCC1~CC8)
        01  WS-BC-CHARSET          PIC X(19)
                                    VALUE "0123456789-abcdefgh".
      *全角数字、漢数字(〇~九)、全角英大文字、全角英小文字の表
        01  WS-BC-ZEN-DIGITS       PIC N(10)  VALUE
                NX"FF10FF11FF12FF13FF14FF15FF16FF17FF18FF19".
        01  WS-BC-ZEN-DIGIT-TBL  REDEFINES  WS-BC-ZEN-DIGITS.
            02  WS-BC-ZEN-DIGIT    PIC N(1)  OCCURS 10 TIMES.
        01  WS-BC-KANJI-DIGITS     PIC N(10)  VALUE
                NX"30074E004E8C4E0956DB4E94516D4E03516B4E5D".
        01  WS-BC-KANJI-DIGIT-TBL  REDEFINES  WS-BC-KANJI-DIGITS.
            02  WS-BC-KANJI-DIGIT  PIC N(1)  OCCURS 10 TIMES.
        01  WS-BC-UPPER-ALPHA.
            02  FILLER  PIC N(9)  VALUE
              NX"FF21FF22FF23FF24FF25FF26FF27FF28FF29".
            02  FILLER  PIC N(9)  VALUE
              NX"FF2AFF2BFF2CFF2DFF2EFF2FFF30FF31FF32".
            02  FILLER  PIC N(8)  VALUE
              NX"FF33FF34FF35FF36FF37FF38FF39FF3A".
        01  WS-BC-UPPER-ALPHA-TBL  REDEFINES  WS-BC-UPPER-ALPHA.
            02  WS-BC-UPPER-CHAR   PIC N(1)  OCCURS 26 TIMES.
        01  WS-BC-LOWER-ALPHA.
            02  FILLER  PIC N(9)  VALUE
              NX"FF41FF42FF43FF44FF45FF46FF47FF48FF49".
            02  FILLER  PIC N(9)  VALUE
              NX"FF4AFF4BFF4CFF4DFF4EFF4FFF50FF51FF52".
            02  FILLER  PIC N(8)  VALUE
              NX"FF53FF54FF55FF56FF57FF58FF59FF5A".
        01  WS-BC-LOWER-ALPHA-TBL  REDEFINES  WS-BC-LOWER-ALPHA.
            02  WS-BC-LOWER-CHAR   PIC N(1)  OCCURS 26 TIMES.
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
      *束の明細行
        01  WS-RPT-BUNDLE-LINE.
          02  FILLER               PIC X(9)   VALUE "  BUNDLE ".
          02  WS-RPT-TOT-TRAYS     PIC Z(4)9.
          02  FILLER               PIC X(11)  VALUE " UNDER-MIN=".
          02  WS-RPT-TOT-UNDER     PIC Z(4)9.
      *カスタマバーコード対象通数の行
        01  WS-RPT-BARCODE-LINE.
          02  FILLER               PIC X(17)  VALUE "BARCODE ELIGIBLE=".
          02  WS-RPT-BC-PIECES     PIC Z(6)9.
          02  FILLER               PIC X(13)  VALUE " NO BARCODE=".
          02  WS-RPT-BC-NONE       PIC Z(6)9.
      *料金計算の行(重量区分、区分水準ごとの通数、料金、割引額)
        01  WS-RPT-RATE-LINE.
          02  FILLER               PIC X(21)
                                    VALUE "POSTAGE WEIGHT-CLASS=".
          02  WS-RPT-RATE-CLASS    PIC X(2).
          02  FILLER               PIC X(7)   VALUE " GRAMS=".
          02  WS-RPT-RATE-GRAMS    PIC Z(4)9.
          02  FILLER               PIC X(6)   VALUE " BASE=".
          02  WS-RPT-RATE-BASE     PIC Z(4)9.
          02  FILLER               PIC X(5)   VALUE " PCT=".
          02  WS-RPT-RATE-PCT-B    PIC Z9.9.
          02  FILLER               PIC X(1)   VALUE "/".
          02  WS-RPT-RATE-PCT-T    PIC Z9.9.
        01  WS-RPT-LEVEL-LINE.
          02  FILLER               PIC X(18)
                                    VALUE "POSTAGE PIECES AT ".
          02  FILLER               PIC X(7)   VALUE "BUNDLE=".
          02  WS-RPT-LVL-BUNDLE    PIC Z(6)9.
          02  FILLER               PIC X(6)   VALUE " TRAY=".
          02  WS-RPT-LVL-TRAY      PIC Z(6)9.
          02  FILLER               PIC X(6)   VALUE " FULL=".
          02  WS-RPT-LVL-FULL      PIC Z(6)9.
        01  WS-RPT-COST-LINE.
          02  FILLER               PIC X(13)  VALUE "POSTAGE FULL=".
          02  WS-RPT-COST-FULL     PIC Z(10)9.99.
          02  FILLER               PIC X(11)  VALUE " PRESORTED=".
          02  WS-RPT-COST-PRESORT  PIC Z(10)9.99.
        01  WS-RPT-SAVE-LINE.
          02  FILLER               PIC X(16)  VALUE "POSTAGE SAVINGS=".
          02  WS-RPT-SAVE-AMOUNT   PIC Z(10)9.99.
          02  FILLER               PIC X(18)
                                    VALUE " UNDER-MIN MISSED=".
          02  WS-RPT-SAVE-MISSED   PIC Z(10)9.99.
      *郵送停止した通数の行
        01  WS-RPT-SUPPRESS-LINE.
          02  FILLER               PIC X(11)  VALUE "SUPPRESSED=".
          02  WS-RPT-SUP-PIECES    PIC Z(6)9.
      *プログラムの終了コード。正常は0、異常時は0以外をセットする
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
      *世帯ファイルから区分する指定(Yの場合は入力の既定を世帯
      *ファイルにする。SYMFO_INPUT_FILEの指定はこれより優先)
            DISPLAY  "SYMFO_HOUSEHOLD"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK             FROM  ENVIRONMENT-VALUE.
            IF  WORK  =  "Y"
                MOVE  "Y"  TO  WS-HOUSEHOLD-SW
                DISPLAY  "SYMFO_HOUSEHOLD_FILE"  UPON  ENVIRONMENT-NAME
                ACCEPT    WORK                  FROM  ENVIRONMENT-VALUE
                IF  WORK  NOT  =  SPACES
                    MOVE  WORK  TO  WS-HOUSEHOLD-FILE
                END-IF
                MOVE  WS-HOUSEHOLD-FILE  TO  WS-INPUT-FILE
            END-IF.
      *各ファイル名(未設定の場合は既定値のまま)
            DISPLAY  "SYMFO_INPUT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK              FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-PIECE-FILE
            END-IF.
            DISPLAY  "SYMFO_SUPPRESS_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                 FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-SUPPRESS-FILE
            END-IF.
            DISPLAY  "SYMFO_RATE_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK             FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-RATE-FILE
            END-IF.

      *最低通数(未設定、もしくは数値以外の場合は既定値のまま)
            DISPLAY  "SYMFO_BUNDLE_MIN"  UPON  ENVIRONMENT-NAME.
            IF  WS-MIN-N  NOT  =  ZERO
                MOVE  WS-MIN-N  TO  WS-TRAY-MIN
            END-IF.
      *郵送片の重さ(未設定、もしくは数値以外の場合は既定値のまま)
            DISPLAY  "SYMFO_PIECE_WEIGHT"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WS-MIN-X             FROM  ENVIRONMENT-VALUE.
            MOVE  WS-MIN-X  TO  WS-MIN-N.
            IF  WS-MIN-N  NOT  =  ZERO
                MOVE  WS-MIN-N  TO  WS-PIECE-GRAMS
            END-IF.

      *地域別の合計表を初期化する
            PERFORM  VARYING  WS-REGION-IDX  FROM  1  BY  1
                MOVE  ZERO  TO  WS-REGION-COUNT(WS-REGION-IDX)
            END-PERFORM.

      *郵送停止中の顧客IDと料金表を表へ読み込む
            PERFORM LOAD-SUPPRESSIONS.
            IF  WS-PROGRAM-RC  =  ZERO
                PERFORM LOAD-RATE-TABLE
            END-IF.
            IF  WS-PROGRAM-RC  NOT  =  ZERO
                MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                EXIT PROGRAM
            END-IF.

      *検証済み郵送先を郵便番号順に並べ替える
            SORT  SRTWK
                ON  ASCENDING  KEY  SRT-ZIPCODE
            OPEN  OUTPUT  PIECF.
            MOVE  "symfo_presort: presort manifest"  TO  RPT-LINE.
            WRITE  RPT-LINE.
            IF  HOUSEHOLD-INPUT
                MOVE  "INPUT=HOUSEHOLD FILE (ONE PIECE PER HOUSEHOLD)"
                    TO  RPT-LINE
                WRITE  RPT-LINE
            END-IF.

      *区分順に1通ずつ処理する。トレイ(上3桁)・束(上5桁)が切り
      *替わったらそれぞれの明細行を書き出す。郵送停止中の顧客は
      *区分に積まない
            PERFORM  UNTIL  SRTO-FST  NOT  =  "00"
                READ  SRTO
                    END
                        CONTINUE
                    NOT END
                        PERFORM FIND-SUPPRESSION
                        IF  PIECE-SUPPRESSED
                            ADD  1  TO  WS-SUPPRESSED-PIECES
                        ELSE
                            PERFORM PROCESS-ONE-PIECE
                        END-IF
                END-READ
            END-PERFORM.
            IF  SRTO-FST  NOT  =  "10"
      *地域プレフィクス別と全体の合計を書き出す
            PERFORM WRITE-PRESORT-SUMMARY.

      *料金表があれば郵送の料金と割引額を計算して書き出す
            IF  RATE-LOADED
                PERFORM PRICE-MAILING
            ELSE
                MOVE  "POSTAGE NOT PRICED (NO RATE TABLE)"
                    TO  RPT-LINE
                WRITE  RPT-LINE
            END-IF.

            CLOSE  SRTO.
            CLOSE  RPTF.
            CLOSE  PIECF.
                     " trays="                 WS-TOTAL-TRAYS
                     " undermin="
                     WS-UNDER-BUNDLES
                     " barcode="               WS-BARCODE-PIECES
                     " suppressed="            WS-SUPPRESSED-PIECES
                UPON  CONS.
            IF  RATE-LOADED
                DISPLAY  "symfo_presort: postage full="
                         WS-RPT-COST-FULL
                         " presorted="  WS-RPT-COST-PRESORT
                         " savings="    WS-RPT-SAVE-AMOUNT
                         " missed="     WS-RPT-SAVE-MISSED
                    UPON  CONS
            END-IF.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        LOAD-SUPPRESSIONS SECTION.
      *郵送停止ファイルの顧客IDを表へ読み込む(ファイルが無い場合は
      *停止する顧客なし)
            OPEN  INPUT  SUPF.
            IF  SUPF-FST  =  "35"
                CONTINUE
            ELSE IF  SUPF-FST  NOT  =  "00"
                DISPLAY  "symfo_presort: suppression file open"
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
                                DISPLAY  "symfo_presort: more than"
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

        LOAD-RATE-TABLE SECTION.
      *料金表ファイルの重量区分と割引段階を表へ読み込む(ファイルが
      *無い場合は料金計算を行わない)
            OPEN  INPUT  RATEF.
            IF  RATEF-FST  =  "35"
                CONTINUE
            ELSE IF  RATEF-FST  NOT  =  "00"
                DISPLAY  "symfo_presort: rate file open error"
                         " FST="  RATEF-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                MOVE  "Y"  TO  WS-RATE-LOADED
                PERFORM  UNTIL  RATEF-FST  NOT  =  "00"
                    READ  RATEF
                        END
                            CONTINUE
                        NOT END
                            PERFORM STORE-RATE-ROW
                    END-READ
                END-PERFORM
                CLOSE  RATEF
                IF  WS-WGT-COUNT  =  ZERO
                    DISPLAY  "symfo_presort: rate file has no weight"
                             " class rows"
                        UPON  CONS
                    MOVE  8  TO  WS-PROGRAM-RC
                END-IF
            END-IF
            END-IF.
        LOAD-RATE-TABLE-END.
            EXIT.

        STORE-RATE-ROW SECTION.
      *料金表の1行を行種別に応じて重量区分/割引段階の表へ入れる
            IF  RATE-TYPE  =  "W"
                IF  WS-WGT-COUNT  >=  20
                    DISPLAY  "symfo_presort: more than 20 weight"
                             " classes"
                        UPON  CONS
                    MOVE  8  TO  WS-PROGRAM-RC
                    MOVE  "99"  TO  RATEF-FST
                ELSE
                    ADD  1  TO  WS-WGT-COUNT
                    MOVE  RATE-WEIGHT-CLASS
                        TO  WS-WGT-CLASS(WS-WGT-COUNT)
                    MOVE  RATE-MAX-GRAMS
                        TO  WS-WGT-MAX-GRAMS(WS-WGT-COUNT)
                    MOVE  RATE-BASE-RATE
                        TO  WS-WGT-BASE-RATE(WS-WGT-COUNT)
                END-IF
            ELSE IF  RATE-TYPE  =  "D"
                IF  WS-DISC-COUNT  >=  50
                    DISPLAY  "symfo_presort: more than 50 discount"
                             " tiers"
                        UPON  CONS
                    MOVE  8  TO  WS-PROGRAM-RC
                    MOVE  "99"  TO  RATEF-FST
                ELSE
                    ADD  1  TO  WS-DISC-COUNT
                    MOVE  RATE-D-MIN-VOLUME
                        TO  WS-DISC-MIN-VOLUME(WS-DISC-COUNT)
                    MOVE  RATE-D-LEVEL
                        TO  WS-DISC-LEVEL(WS-DISC-COUNT)
                    MOVE  RATE-D-PERCENT
                        TO  WS-DISC-PERCENT(WS-DISC-COUNT)
                END-IF
            END-IF
            END-IF.
        STORE-RATE-ROW-END.
            EXIT.

        PRICE-MAILING SECTION.
      *郵送片の重さに当たる重量区分(上限の重さが郵送片の重さ以上で
      *最も軽い区分)を選ぶ
            MOVE  SPACES  TO  WS-USE-CLASS.
            MOVE  ZERO    TO  WS-USE-MAX-GRAMS.
            MOVE  ZERO    TO  WS-USE-BASE-RATE.
            PERFORM  VARYING  WS-RATE-IDX  FROM  1  BY  1
                    UNTIL  WS-RATE-IDX  >  WS-WGT-COUNT
                IF  WS-WGT-MAX-GRAMS(WS-RATE-IDX)  >=  WS-PIECE-GRAMS
                    AND  (WS-USE-CLASS  =  SPACES
                          OR  WS-WGT-MAX-GRAMS(WS-RATE-IDX)
                              <  WS-USE-MAX-GRAMS)
                    MOVE  WS-WGT-CLASS(WS-RATE-IDX)
                        TO  WS-USE-CLASS
                    MOVE  WS-WGT-MAX-GRAMS(WS-RATE-IDX)
                        TO  WS-USE-MAX-GRAMS
                    MOVE  WS-WGT-BASE-RATE(WS-RATE-IDX)
                        TO  WS-USE-BASE-RATE
                END-IF
            END-PERFORM.
            IF  WS-USE-CLASS  =  SPACES
                DISPLAY  "symfo_presort: no weight class for "
                         WS-PIECE-GRAMS  "g, postage not priced"
                    UPON  CONS
                MOVE  "POSTAGE NOT PRICED (NO WEIGHT CLASS)"
                    TO  RPT-LINE
                WRITE  RPT-LINE
                MOVE  "N"  TO  WS-RATE-LOADED
                IF  WS-PROGRAM-RC  =  ZERO
                    MOVE  4  TO  WS-PROGRAM-RC
                END-IF
            ELSE
      *総通数に当たる割引段階を区分水準B/Tごとに選ぶ(段階に届かない
      *水準の割引率は0)
                MOVE  ZERO  TO  WS-USE-PCT-B
                MOVE  ZERO  TO  WS-USE-PCT-T
                MOVE  ZERO  TO  WS-USE-VOL-B
                MOVE  ZERO  TO  WS-USE-VOL-T
                PERFORM  VARYING  WS-RATE-IDX  FROM  1  BY  1
                        UNTIL  WS-RATE-IDX  >  WS-DISC-COUNT
                    IF  WS-DISC-MIN-VOLUME(WS-RATE-IDX)
                            <=  WS-TOTAL-PIECES
                        IF  WS-DISC-LEVEL(WS-RATE-IDX)  =  "B"
                            AND  WS-DISC-MIN-VOLUME(WS-RATE-IDX)
                                >=  WS-USE-VOL-B
                            MOVE  WS-DISC-MIN-VOLUME(WS-RATE-IDX)
                                TO  WS-USE-VOL-B
                            MOVE  WS-DISC-PERCENT(WS-RATE-IDX)
                                TO  WS-USE-PCT-B
                        END-IF
                        IF  WS-DISC-LEVEL(WS-RATE-IDX)  =  "T"
                            AND  WS-DISC-MIN-VOLUME(WS-RATE-IDX)
                                >=  WS-USE-VOL-T
                            MOVE  WS-DISC-MIN-VOLUME(WS-RATE-IDX)
                                TO  WS-USE-VOL-T
                            MOVE  WS-DISC-PERCENT(WS-RATE-IDX)
                                TO  WS-USE-PCT-T
                        END-IF
                    END-IF
                END-PERFORM
      *全額料金、区分料金、割引額と、UNDER-MINの束が水準Bを満たして
      *いれば得られた割引額
                COMPUTE  WS-POSTAGE-FULL  ROUNDED
                    =  WS-TOTAL-PIECES * WS-USE-BASE-RATE
                COMPUTE  WS-POSTAGE-PRESORT  ROUNDED
                    =  WS-PIECES-AT-BUNDLE * WS-USE-BASE-RATE
                         * (100 - WS-USE-PCT-B) / 100
                     + WS-PIECES-AT-TRAY * WS-USE-BASE-RATE
                         * (100 - WS-USE-PCT-T) / 100
                     + WS-PIECES-AT-FULL * WS-USE-BASE-RATE
                COMPUTE  WS-POSTAGE-SAVINGS
                    =  WS-POSTAGE-FULL - WS-POSTAGE-PRESORT
                IF  WS-USE-PCT-B  >  WS-USE-PCT-T
                    COMPUTE  WS-POSTAGE-MISSED  ROUNDED
                        =  WS-PIECES-AT-TRAY * WS-USE-BASE-RATE
                             * (WS-USE-PCT-B - WS-USE-PCT-T) / 100
                         + WS-PIECES-AT-FULL * WS-USE-BASE-RATE
                             * WS-USE-PCT-B / 100
                ELSE
                    COMPUTE  WS-POSTAGE-MISSED  ROUNDED
                        =  WS-PIECES-AT-FULL * WS-USE-BASE-RATE
                             * WS-USE-PCT-B / 100
                END-IF
                MOVE  WS-USE-CLASS         TO  WS-RPT-RATE-CLASS
                MOVE  WS-PIECE-GRAMS       TO  WS-RPT-RATE-GRAMS
                MOVE  WS-USE-BASE-RATE     TO  WS-RPT-RATE-BASE
                MOVE  WS-USE-PCT-B         TO  WS-RPT-RATE-PCT-B
                MOVE  WS-USE-PCT-T         TO  WS-RPT-RATE-PCT-T
                MOVE  WS-RPT-RATE-LINE     TO  RPT-LINE
                WRITE  RPT-LINE
                MOVE  WS-PIECES-AT-BUNDLE  TO  WS-RPT-LVL-BUNDLE
                MOVE  WS-PIECES-AT-TRAY    TO  WS-RPT-LVL-TRAY
                MOVE  WS-PIECES-AT-FULL    TO  WS-RPT-LVL-FULL
                MOVE  WS-RPT-LEVEL-LINE    TO  RPT-LINE
                WRITE  RPT-LINE
                MOVE  WS-POSTAGE-FULL      TO  WS-RPT-COST-FULL
                MOVE  WS-POSTAGE-PRESORT   TO  WS-RPT-COST-PRESORT
                MOVE  WS-RPT-COST-LINE     TO  RPT-LINE
                WRITE  RPT-LINE
                MOVE  WS-POSTAGE-SAVINGS   TO  WS-RPT-SAVE-AMOUNT
                MOVE  WS-POSTAGE-MISSED    TO  WS-RPT-SAVE-MISSED
                MOVE  WS-RPT-SAVE-LINE     TO  RPT-LINE
                WRITE  RPT-LINE
            END-IF.
        PRICE-MAILING-END.
            EXIT.

        FIND-SUPPRESSION SECTION.
      *この郵送先の顧客が郵送停止中かどうかを表から探す
            MOVE  "N"  TO  WS-SUP-HIT.
            PERFORM  VARYING  WS-SUP-IDX  FROM  1  BY  1
                    UNTIL  WS-SUP-IDX  >  WS-SUP-COUNT
                IF  WS-SUP-ID(WS-SUP-IDX)  =  SRTO-ID
                    MOVE  "Y"  TO  WS-SUP-HIT
                    COMPUTE  WS-SUP-IDX  =  WS-SUP-COUNT + 1
                END-IF
            END-PERFORM.
        FIND-SUPPRESSION-END.
            EXIT.

        PROCESS-ONE-PIECE SECTION.
      *1通を区分へ積む。トレイ・束の切り替わりで明細行を書き出して
      *から新しい区分を始める
            MOVE  SRTO-PREF-NAME   TO  PIEC-PREF-NAME.
            MOVE  SRTO-CITY-NAME   TO  PIEC-CITY-NAME.
            MOVE  SRTO-TOWN-NAME   TO  PIEC-TOWN-NAME.
            MOVE  SRTO-STREET-LINE TO  PIEC-STREET-LINE.
            PERFORM BUILD-CUSTOMER-BARCODE.
            MOVE  WS-BC-CODE       TO  PIEC-BARCODE.
            WRITE  PIEC-R.
        PROCESS-ONE-PIECE-END.
            EXIT.

        BUILD-CUSTOMER-BARCODE SECTION.
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
            IF  SRTO-ZIPCODE  NUMERIC
                PERFORM  VARYING  WS-BC-POS  FROM  1  BY  1
                        UNTIL  WS-BC-POS  >  40
                    MOVE  SRTO-STREET-LINE(WS-BC-POS:1)  TO  WS-BC-CHAR
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
                MOVE  SRTO-ZIPCODE      TO  WS-BC-DATA-ZIP
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
                ADD  1  TO  WS-BARCODE-PIECES
            END-IF.
        BUILD-CUSTOMER-BARCODE-END.
            EXIT.

        ADD-BARCODE-CHAR SECTION.
      *番地・建物行の1文字を住所表示番号へ積む
            MOVE  ZERO  TO  WS-BC-HIT-IDX.
            PERFORM  VARYING  WS-BC-TBL-IDX  FROM  1  BY  1
                    UNTIL  WS-BC-TBL-IDX  >  10
                IF  WS-BC-KANJI-DIGIT(WS-BC-TBL-IDX)  =  WS-BC-CHAR
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
                        AND  WS-BC-ZEN-DIGIT(WS-BC-TBL-IDX)
                            =  WS-BC-CHAR
                        MOVE  WS-BC-CHARSET(WS-BC-TBL-IDX:1)
                            TO  WS-BC-NEXT
                        PERFORM APPEND-BARCODE-CHAR
                        MOVE  "Y"  TO  WS-BC-DIGIT-SEEN
                        MOVE  27   TO  WS-BC-TBL-IDX
                    ELSE IF  WS-BC-UPPER-CHAR(WS-BC-TBL-IDX)
                                =  WS-BC-CHAR
                            OR  WS-BC-LOWER-CHAR(WS-BC-TBL-IDX)
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

        FLUSH-BUNDLE SECTION.
      *束の明細行を書き出し、束の通数を0へ戻す
            MOVE  WS-CUR-BUNDLE    TO  WS-RPT-BUNDLE-ZIP.
            IF  WS-BUNDLE-COUNT  <  WS-BUNDLE-MIN
                MOVE  "UNDER-MIN"  TO  WS-RPT-BUNDLE-FLAG
                ADD  1  TO  WS-UNDER-BUNDLES
                ADD  WS-BUNDLE-COUNT  TO  WS-TRAY-UNDER-PIECES
            ELSE
                MOVE  SPACES       TO  WS-RPT-BUNDLE-FLAG
                ADD  WS-BUNDLE-COUNT  TO  WS-TRAY-QUAL-PIECES
            END-IF.
            MOVE  WS-RPT-BUNDLE-LINE  TO  RPT-LINE.
            WRITE  RPT-LINE.
            IF  WS-TRAY-COUNT  <  WS-TRAY-MIN
                MOVE  "UNDER-MIN"  TO  WS-RPT-TRAY-FLAG
                ADD  1  TO  WS-UNDER-TRAYS
                ADD  WS-TRAY-UNDER-PIECES  TO  WS-PIECES-AT-FULL
            ELSE
                MOVE  SPACES       TO  WS-RPT-TRAY-FLAG
                ADD  WS-TRAY-UNDER-PIECES  TO  WS-PIECES-AT-TRAY
            END-IF.
      *最低通数を満たした束の郵送片はトレイの通数によらず水準B
            ADD  WS-TRAY-QUAL-PIECES  TO  WS-PIECES-AT-BUNDLE.
            MOVE  ZERO  TO  WS-TRAY-QUAL-PIECES.
            MOVE  ZERO  TO  WS-TRAY-UNDER-PIECES.
            MOVE  WS-RPT-TRAY-LINE  TO  RPT-LINE.
            WRITE  RPT-LINE.
            ADD  1  TO  WS-TOTAL-TRAYS.
                WS-UNDER-BUNDLES + WS-UNDER-TRAYS.
            MOVE  WS-RPT-TOTAL-LINE  TO  RPT-LINE.
            WRITE  RPT-LINE.
            MOVE  WS-BARCODE-PIECES  TO  WS-RPT-BC-PIECES.
            COMPUTE  WS-RPT-BC-NONE  =
                WS-TOTAL-PIECES - WS-BARCODE-PIECES.
            MOVE  WS-RPT-BARCODE-LINE  TO  RPT-LINE.
            WRITE  RPT-LINE.
            MOVE  WS-SUPPRESSED-PIECES  TO  WS-RPT-SUP-PIECES.
            MOVE  WS-RPT-SUPPRESS-LINE  TO  RPT-LINE.
            WRITE  RPT-LINE.
        WRITE-PRESORT-SUMMARY-END.
            EXIT.

