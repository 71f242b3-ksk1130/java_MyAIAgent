      *>symfo_select
      * 販促郵送向けの地域抽出プログラム。「この3県の顧客全員」
      * 「郵便番号530~559」「大阪市のこの区」といった依頼のたびに
      * cleansed.csvを手で絞り込んでからsymfo_presortへ渡しており、
      * 一度は別の県へ案内を送ってしまった。抽出条件ファイルに書いた
      * 条件で検証済み郵送先ファイルを絞り込み、symfo_presortが読む
      * 様式(symfo_cleanseのOK-Rと同一: CUSTREC+確認区分)のまま
      * 抽出ファイルへ書き出す。
      * 抽出条件ファイル(既定はselection_criteria.txt。
      * SYMFO_CRITERIA_FILEで差し替え可能)は1行1条件の固定桁で、
      *   1桁目    I=含める E=除く(*で始まる行は注釈、空行は読み飛ばす)
      *   3桁目    条件の種類
      *              P=都道府県コード(5-6桁目に01~47)
      *              C=市区町村名(5-6桁目に都道府県コード、21桁目~
      *                に市区町村名)
      *              Z=郵便番号の上位桁の範囲(5桁目~に下限、13桁目~
      *                に上限。桁数は揃える。上限を省くと下限と同じ)
      *              T=担当地区コード(5-8桁目。POST_CD_ZONE)
      *              O=事業所の郵便番号か町域の郵便番号か(5桁目~に
      *                OFFICEまたはTOWN)
      * 都道府県コード・市区町村名は顧客行の郵便番号をPOST_CDで引いて
      * 判定する(POST_CDに無い郵便番号はPOST_CD_OFFICEで引き、
      * 都道府県名からsymfo_pref_checkでコードを求める)。担当地区は
      * symfo_inqと同じくPOST_CD_ZONEを最長一致で引く。
      * 同じ種類の「含める」条件はどれか1つに当たればよく、種類が
      * 違う「含める」条件は全ての種類で当たる必要がある(「大阪府
      * かつ事業所以外」)。「含める」条件が1つも無い場合は全行を
      * 含める。「除く」条件はどれか1つに当たれば落とす。
      * 条件は読み込んだ時点でPOST_CD/POST_CD_ZONE/POST_CD_OFFICEと
      * 照合し、存在しない都道府県コード・市区町村名・担当地区や、
      * 郵便番号の1件も無い範囲を書いた条件があれば、抽出ファイルを
      * 作らずに終了コード8で止める(条件が1つも無い場合も同じ)。
      * 終了コード8以上で終わった場合は、前回の抽出ファイルが残って
      * 古い抽出のまま郵送されないよう、抽出ファイルを空にしておく。
      * 報告ファイル(既定はselection.rpt。SYMFO_REPORT_FILEで差し
      * 替え可能)には条件ごとにPOST_CD上で当たる郵便番号の件数
      * (COVERS。担当地区はPOST_CD_ZONEの登録件数)と当たった顧客行
      * の件数(MATCHED)、郵便番号を引けなかった顧客行、抽出件数の
      * 内訳を書く。1行も当たらなかった条件、または郵便番号を引けな
      * かった行があれば終了コードを4にする。
      * 入力はSYMFO_INPUT_FILE(既定はcleansed.csv)、出力は
      * SYMFO_OUTPUT_FILE(既定はselected.csv)で指定する。
      * symfo_presortへはSYMFO_INPUT_FILE=selected.csvとして渡す
      * CONNECT/DISCONNECTの構成はsymfo_instに合わせている
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_select.
        ENVIRONMENT    DIVISION.
        CONFIGURATION  SECTION.
      *画面からの入力受け付け宣言
          SPECIAL-NAMES.
            CONSOLE IS CONS.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *抽出条件ファイル(既定はselection_criteria.txt。
      *SYMFO_CRITERIA_FILEで差し替え可能)
            SELECT  CRITF  ASSIGN  TO  WS-CRITERIA-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  CRITF-FST.
      *読み込む検証済み郵送先ファイル(既定はcleansed.csv。
      *SYMFO_INPUT_FILEで差し替え可能)
            SELECT  CLNF  ASSIGN  TO  WS-INPUT-FILE
                STATUS  CLNF-FST.
      *抽出ファイル(既定はselected.csv。SYMFO_OUTPUT_FILEで差し替え
      *可能)
            SELECT  EXTF  ASSIGN  TO  WS-OUTPUT-FILE
                STATUS  EXTF-FST.
      *抽出の報告ファイル(既定はselection.rpt。SYMFO_REPORT_FILEで
      *差し替え可能)
            SELECT  RPTF  ASSIGN  TO  WS-REPORT-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  RPTF-FST.
        DATA DIVISION.
        FILE SECTION.
      *抽出条件ファイルのレコード定義
        FD  CRITF.
        01  CRIT-R.
            02  CRIT-ACTION               PIC X(1).
            02  FILLER                    PIC X(1).
            02  CRIT-TYPE                 PIC X(1).
            02  FILLER                    PIC X(1).
            02  CRIT-LOW                  PIC X(7).
            02  FILLER                    PIC X(1).
            02  CRIT-HIGH                 PIC X(7).
            02  FILLER                    PIC X(1).
            02  CRIT-CITY-NAME            PIC N(20).
        01  CRIT-R-TEXT  REDEFINES  CRIT-R.
            02  CRIT-TEXT                 PIC X(60).
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
      *抽出ファイルのレコード定義(CLN-Rと同一様式)
        FD  EXTF.
        01  SEL-R.
            02  SEL-ID                    PIC X(10).
            02  SEL-ZIPCODE               PIC X(7).
            02  SEL-PREF-NAME             PIC N(10).
            02  SEL-CITY-NAME             PIC N(20).
            02  SEL-TOWN-NAME             PIC N(30).
            02  SEL-STREET-LINE           PIC N(40).
            02  SEL-MARKER                PIC X(1).
      *報告ファイルのレコード定義
        FD  RPTF.
        01  RPT-LINE               PIC X(132).
        WORKING-STORAGE SECTION.
      *郵便番号・住所のホスト変数(SQLSTATE・接続先の別名を含む)
            COPY HOST_VARS.
      *プレコンパイラに渡す設定開始宣言
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *条件の照合に使う件数
        01 SEL-COUNT          PIC 9(9).
      *郵便番号の範囲(上位桁の下限を0、上限を9で7桁に埋めたもの)
        01 SEL-ZIP-LOW        PIC X(7).
        01 SEL-ZIP-HIGH       PIC X(7).
      *条件に書かれた担当地区コード
        01 SEL-TERRITORY      PIC X(4).
      *担当地区・配送ゾーン表(POST_CD_ZONE)の照会用
        01 ZONE_KEY           PIC X(7).
        01 TERRITORY_CODE     PIC X(4).
        01 DELIVERY_ZONE      PIC X(3).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *プレコンパイラに渡す変数はここまで。
      *
      *都道府県整合チェックモジュールの呼び出しインタフェース
            COPY PREF_CHECK.
      *ファイルのステータス変数
        01  CRITF-FST              PIC X(02).
        01  CLNF-FST               PIC X(02).
        01  EXTF-FST               PIC X(02).
        01  RPTF-FST               PIC X(02).
      *各ファイル名(環境変数で差し替え可能)
        01  WS-CRITERIA-FILE       PIC X(100)
                VALUE "selection_criteria.txt".
        01  WS-INPUT-FILE          PIC X(100)  VALUE "cleansed.csv".
        01  WS-OUTPUT-FILE         PIC X(100)  VALUE "selected.csv".
        01  WS-REPORT-FILE         PIC X(100)  VALUE "selection.rpt".
        01  WORK                   PIC X(100).
      *実行日
        01  WS-RUN-DATE            PIC 9(8).
      *読み込んだ抽出条件(照合済みのもの)
        01  WS-CRIT-TBL.
          02  WS-CRIT-ENTRY        OCCURS 200 TIMES.
            03  WS-CRIT-LINE-NO    PIC 9(5).
            03  WS-CRIT-ACTION     PIC X(1).
            03  WS-CRIT-TYPE       PIC X(1).
            03  WS-CRIT-LOW        PIC X(7).
            03  WS-CRIT-HIGH       PIC X(7).
            03  WS-CRIT-LEN        PIC 9(1).
            03  WS-CRIT-CITY-NAME  PIC N(20).
            03  WS-CRIT-COVERS     PIC 9(7)  BINARY.
            03  WS-CRIT-MATCHED    PIC 9(7)  BINARY.
        01  WS-CRIT-COUNT          PIC 9(3)  BINARY  VALUE ZERO.
        01  WS-CRIT-IDX            PIC 9(3)  BINARY.
      *抽出条件ファイルの行番号と、誤りのある条件の件数・理由
        01  WS-CRIT-LINES          PIC 9(5)  VALUE ZERO.
        01  WS-CRIT-ERRORS         PIC 9(5)  BINARY  VALUE ZERO.
        01  WS-CRIT-REASON         PIC X(40).
      *郵便番号の範囲の桁数の確認用
        01  WS-LOW-LEN             PIC 9(1).
        01  WS-HIGH-LEN            PIC 9(1).
      *条件の種類ごとの「含める」条件の有無と、顧客行1行で当たった
      *種類(1桁目から順にP/C/Z/T/O)
        01  WS-INCL-TYPES          PIC X(5)  VALUE SPACES.
        01  WS-INCL-HITS           PIC X(5).
        01  WS-TYPE-POS            PIC 9(1).
      *顧客行1行の判定結果
        01  WS-CRIT-HIT            PIC X(1).
          88  CRIT-HIT                  VALUE "Y".
        01  WS-ROW-INCLUDED        PIC X(1).
          88  ROW-INCLUDED              VALUE "Y".
        01  WS-ROW-EXCLUDED        PIC X(1).
          88  ROW-EXCLUDED              VALUE "Y".
      *郵便番号・担当地区を引く必要があるか(該当する条件の有無)
        01  WS-NEED-AREA           PIC X(1)  VALUE "N".
          88  NEED-AREA                 VALUE "Y".
        01  WS-NEED-ZONE           PIC X(1)  VALUE "N".
          88  NEED-ZONE                 VALUE "Y".
      *顧客行の郵便番号から引いた都道府県コードと市区町村名(町域の
      *郵便番号は市区町村をまたぐことがあるため複数持つ)
        01  WS-AREA-TBL.
          02  WS-AREA-ENTRY        OCCURS 10 TIMES.
            03  WS-AREA-PREF-CODE  PIC X(2).
            03  WS-AREA-CITY-NAME  PIC N(20).
        01  WS-AREA-COUNT          PIC 9(2)  BINARY.
        01  WS-AREA-IDX            PIC 9(2)  BINARY.
        01  WS-AREA-FETCH-DONE     PIC X(1).
      *郵便番号の区分(T=町域 O=事業所 U=引けない)
        01  WS-ZIP-KIND            PIC X(1).
          88  ZIP-IS-TOWN               VALUE "T".
          88  ZIP-IS-OFFICE             VALUE "O".
          88  ZIP-IS-UNKNOWN            VALUE "U".
      *担当地区・配送ゾーン表の最長一致の照会用
        01  WS-ZONE-ZIP            PIC X(7).
        01  WS-ZONE-LEN            PIC 9(1)  BINARY.
        01  WS-ZONE-FOUND          PIC X(1).
          88  ZONE-FOUND                VALUE "Y".
      *実行結果の集計(読み込み件数、抽出した件数、含める条件に
      *当たらなかった件数、除く条件で落とした件数、郵便番号を引け
      *なかった件数)
        01  WS-ROWS-READ           PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-SELECTED       PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-NOT-INCLUDED   PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-EXCLUDED       PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-UNKNOWN        PIC 9(7)  BINARY  VALUE ZERO.
      *1行も当たらなかった条件の件数
        01  WS-CRIT-UNMATCHED      PIC 9(3)  BINARY  VALUE ZERO.
      *報告の見出し行
        01  WS-RPT-HEAD.
          02  FILLER               PIC X(35)
              VALUE "symfo_select: geographic selection ".
          02  WS-RPT-HEAD-DATE     PIC 9(8).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-HEAD-FILE     PIC X(60).
      *誤りのある条件の明細行
        01  WS-RPT-ERROR.
          02  FILLER               PIC X(11)  VALUE "ERROR line ".
          02  WS-RPT-ERR-LINE      PIC 9(5).
          02  FILLER               PIC X(2)   VALUE ": ".
          02  WS-RPT-ERR-REASON    PIC X(40).
          02  FILLER               PIC X(3)   VALUE " | ".
          02  WS-RPT-ERR-TEXT      PIC X(60).
      *条件ごとの明細行
        01  WS-RPT-CRIT.
          02  FILLER               PIC X(5)   VALUE "CRIT ".
          02  WS-RPT-CRIT-LINE     PIC 9(5).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-CRIT-ACTION   PIC X(1).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-CRIT-TYPE     PIC X(1).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-CRIT-LOW      PIC X(7).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-CRIT-HIGH     PIC X(7).
          02  FILLER               PIC X(8)   VALUE " COVERS=".
          02  WS-RPT-CRIT-COVERS   PIC 9(7).
          02  FILLER               PIC X(9)   VALUE " MATCHED=".
          02  WS-RPT-CRIT-MATCHED  PIC 9(7).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-CRIT-CITY     PIC N(20).
      *郵便番号を引けなかった顧客行の明細行
        01  WS-RPT-UNKNOWN.
          02  FILLER               PIC X(12)  VALUE "UNKNOWN-ZIP ".
          02  WS-RPT-UNK-ID        PIC X(10).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-UNK-ZIP       PIC X(7).
      *報告の末尾の件数行
        01  WS-RPT-TRAILER.
          02  FILLER               PIC X(5)   VALUE "READ=".
          02  WS-RPT-TRL-READ      PIC 9(7).
          02  FILLER               PIC X(10)  VALUE " SELECTED=".
          02  WS-RPT-TRL-SELECTED  PIC 9(7).
          02  FILLER               PIC X(14)  VALUE " NOT-INCLUDED=".
          02  WS-RPT-TRL-NOT-INCL  PIC 9(7).
          02  FILLER               PIC X(10)  VALUE " EXCLUDED=".
          02  WS-RPT-TRL-EXCLUDED  PIC 9(7).
          02  FILLER               PIC X(13)  VALUE " UNKNOWN-ZIP=".
          02  WS-RPT-TRL-UNKNOWN   PIC 9(7).
      *条件に誤りがあった場合の末尾行
        01  WS-RPT-ERR-TRAILER.
          02  FILLER               PIC X(16)  VALUE "CRITERIA ERRORS=".
          02  WS-RPT-TRL-ERRORS    PIC 9(5).
          02  FILLER               PIC X(21)
              VALUE " - extract left empty".
      *プログラムの終了コード。正常は0、当たらなかった条件または
      *郵便番号を引けなかった行ありは4、条件の誤りは8、異常時は16
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
      *各ファイル名(未設定の場合は既定値のまま)
            DISPLAY  "SYMFO_CRITERIA_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                 FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-CRITERIA-FILE
            END-IF.
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
            DISPLAY  "SYMFO_REPORT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-REPORT-FILE
            END-IF.
            ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.

      *接続先データベースの別名(未設定の場合はSAMPLEのまま。UAT/DRへ
      *向ける場合はSYMFO_DB_ALIASで差し替える)
            MOVE  "SAMPLE"  TO  WS-DB-ALIAS.
            DISPLAY  "SYMFO_DB_ALIAS"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK             FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-DB-ALIAS
            END-IF.

      *使用するテーブルとスキーマの関連付けを行う(SC_SAMPLEはプリコン
      *パイル時に解決される名前のため実行時パラメータでは差し替えられ
      *ない。UAT/DR環境も同名のSC_SAMPLEスキーマを公開している前提と
      *し、差し替えは接続先データベースの別名(WS-DB-ALIAS)のみで行う)
            EXEC SQL DECLARE
                POST_CD TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_OFFICE TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_ZONE TABLE ON SC_SAMPLE
            END-EXEC.
      *顧客行の郵便番号に当たる都道府県コードと市区町村名を全て拾う
      *カーソル
            EXEC SQL
                DECLARE ZIP_AREA_CUR CURSOR FOR
                    SELECT DISTINCT 都道府県コード,市区町村名
                        FROM POST_CD
                        WHERE 郵便番号 = :ZIPCODE
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.

            OPEN  OUTPUT  RPTF.
            MOVE  WS-RUN-DATE     TO  WS-RPT-HEAD-DATE.
            MOVE  WS-INPUT-FILE   TO  WS-RPT-HEAD-FILE.
            MOVE  WS-RPT-HEAD     TO  RPT-LINE.
            WRITE  RPT-LINE.

      *抽出条件を読み込んで照合する(誤りがあれば抽出しない)
            PERFORM LOAD-CRITERIA.
            IF  WS-PROGRAM-RC  <  8
                AND  WS-CRIT-ERRORS  =  ZERO
                AND  WS-CRIT-COUNT  =  ZERO
                DISPLAY  "symfo_select: no selection criteria in "
                         WS-CRITERIA-FILE
                    UPON  CONS
                MOVE  ZERO                 TO  WS-RPT-ERR-LINE
                MOVE  "no selection criteria"  TO  WS-RPT-ERR-REASON
                MOVE  SPACES               TO  WS-RPT-ERR-TEXT
                MOVE  WS-RPT-ERROR         TO  RPT-LINE
                WRITE  RPT-LINE
                ADD  1  TO  WS-CRIT-ERRORS
            END-IF.
            IF  WS-PROGRAM-RC  <  8
                AND  WS-CRIT-ERRORS  NOT  =  ZERO
                MOVE  8  TO  WS-PROGRAM-RC
            END-IF.

            IF  WS-PROGRAM-RC  <  8
                PERFORM SELECT-ROWS
            END-IF.
            IF  WS-PROGRAM-RC  NOT  <  8
                PERFORM EMPTY-EXTRACT
            END-IF.

            IF  WS-PROGRAM-RC  <  8
                PERFORM WRITE-SELECTION-SUMMARY
            ELSE IF  WS-PROGRAM-RC  =  8
                MOVE  WS-CRIT-ERRORS      TO  WS-RPT-TRL-ERRORS
                MOVE  WS-RPT-ERR-TRAILER  TO  RPT-LINE
                WRITE  RPT-LINE
                DISPLAY  "symfo_select: "  WS-CRIT-ERRORS
                         " criteria error(s), see "  WS-REPORT-FILE
                    UPON  CONS
            END-IF.
            CLOSE  RPTF.

            DISPLAY  "symfo_select: read="  WS-ROWS-READ
                     " written="            WS-ROWS-SELECTED
                     " not-included="       WS-ROWS-NOT-INCLUDED
                     " excluded="           WS-ROWS-EXCLUDED
                     " unknown-zip="        WS-ROWS-UNKNOWN
                UPON  CONS.

      *接続先データベースとの接続を切る
            EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        LOAD-CRITERIA SECTION.
      *抽出条件ファイルを全件読み、1行ずつ照合して表へ積む
            OPEN  INPUT  CRITF.
            IF  CRITF-FST  NOT  =  "00"
                DISPLAY  "symfo_select: criteria file open error FST="
                         CRITF-FST  " "  WS-CRITERIA-FILE
                    UPON  CONS
                MOVE  8  TO  WS-PROGRAM-RC
            ELSE
                PERFORM  UNTIL  CRITF-FST  NOT  =  "00"
                        OR  WS-PROGRAM-RC  NOT  <  16
                    MOVE  SPACES  TO  CRIT-R
                    READ  CRITF
                        END
                            CONTINUE
                        NOT END
                            ADD  1  TO  WS-CRIT-LINES
                            IF  CRIT-TEXT  NOT  =  SPACES
                                AND  CRIT-ACTION  NOT  =  "*"
                                PERFORM CHECK-CRITERION
                            END-IF
                    END-READ
                END-PERFORM
      *CRITF-FST="10"は正常な終端、それ以外は読み取り異常として扱う
                IF  CRITF-FST  NOT  =  "10"
                    AND  CRITF-FST  NOT  =  "00"
                    DISPLAY  "symfo_select: criteria file read error"
                             " FST="  CRITF-FST
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                END-IF
                CLOSE  CRITF
            END-IF.
        LOAD-CRITERIA-END.
            EXIT.

        CHECK-CRITERION SECTION.
      *条件1行の書式を確かめ、POST_CD等と照合する。誤りは報告へ
      *書いて件数を数え、正しい条件だけを表へ積む
            MOVE  SPACES  TO  WS-CRIT-REASON.
            MOVE  ZERO    TO  SEL-COUNT.
            IF  CRIT-ACTION  NOT  =  "I"
                AND  CRIT-ACTION  NOT  =  "E"
                MOVE  "action must be I or E"  TO  WS-CRIT-REASON
            ELSE IF  WS-CRIT-COUNT  >=  200
                MOVE  "more than 200 criteria"  TO  WS-CRIT-REASON
            ELSE
                EVALUATE  CRIT-TYPE
                    WHEN  "P"
                        PERFORM CHECK-PREF-CRITERION
                    WHEN  "C"
                        PERFORM CHECK-CITY-CRITERION
                    WHEN  "Z"
                        PERFORM CHECK-ZIP-RANGE-CRITERION
                    WHEN  "T"
                        PERFORM CHECK-TERRITORY-CRITERION
                    WHEN  "O"
                        PERFORM CHECK-ZIP-KIND-CRITERION
                    WHEN  OTHER
                        MOVE  "type must be P, C, Z, T or O"
                            TO  WS-CRIT-REASON
                END-EVALUATE
            END-IF.
            IF  WS-PROGRAM-RC  NOT  <  16
                CONTINUE
            ELSE IF  WS-CRIT-REASON  NOT  =  SPACES
                ADD  1  TO  WS-CRIT-ERRORS
                MOVE  WS-CRIT-LINES   TO  WS-RPT-ERR-LINE
                MOVE  WS-CRIT-REASON  TO  WS-RPT-ERR-REASON
                MOVE  CRIT-TEXT       TO  WS-RPT-ERR-TEXT
                MOVE  WS-RPT-ERROR    TO  RPT-LINE
                WRITE  RPT-LINE
            ELSE
                ADD  1  TO  WS-CRIT-COUNT
                MOVE  WS-CRIT-LINES  TO  WS-CRIT-LINE-NO(WS-CRIT-COUNT)
                MOVE  CRIT-ACTION    TO  WS-CRIT-ACTION(WS-CRIT-COUNT)
                MOVE  CRIT-TYPE      TO  WS-CRIT-TYPE(WS-CRIT-COUNT)
                MOVE  CRIT-LOW       TO  WS-CRIT-LOW(WS-CRIT-COUNT)
                MOVE  CRIT-HIGH      TO  WS-CRIT-HIGH(WS-CRIT-COUNT)
                MOVE  WS-LOW-LEN     TO  WS-CRIT-LEN(WS-CRIT-COUNT)
                MOVE  CRIT-CITY-NAME
                    TO  WS-CRIT-CITY-NAME(WS-CRIT-COUNT)
                MOVE  SEL-COUNT      TO  WS-CRIT-COVERS(WS-CRIT-COUNT)
                MOVE  ZERO           TO  WS-CRIT-MATCHED(WS-CRIT-COUNT)
                MOVE  CRIT-TYPE      TO  WORK
                PERFORM SET-TYPE-POS
                IF  CRIT-ACTION  =  "I"
                    MOVE  "Y"  TO  WS-INCL-TYPES(WS-TYPE-POS:1)
                END-IF
                IF  CRIT-TYPE  =  "T"
                    SET  NEED-ZONE  TO  TRUE
                ELSE
                    IF  CRIT-TYPE  NOT  =  "Z"
                        SET  NEED-AREA  TO  TRUE
                    END-IF
                END-IF
            END-IF.
        CHECK-CRITERION-END.
            EXIT.

        CHECK-PREF-CRITERION SECTION.
      *都道府県コードの条件: 01~47で、POST_CDに郵便番号があること
            MOVE  1  TO  WS-LOW-LEN.
            IF  CRIT-LOW(1:2)  NOT  NUMERIC
                OR  CRIT-LOW(1:2)  <  "01"
                OR  CRIT-LOW(1:2)  >  "47"
                OR  CRIT-LOW(3:5)  NOT  =  SPACES
                MOVE  "prefecture code must be 01-47"
                    TO  WS-CRIT-REASON
            ELSE
                MOVE  CRIT-LOW(1:2)  TO  PREF_CODE
                EXEC SQL
                    SELECT COUNT(DISTINCT 郵便番号) INTO :SEL-COUNT
                        FROM POST_CD
                        WHERE 都道府県コード = :PREF_CODE
                END-EXEC
                PERFORM CHECK-CRITERION-SQL
                IF  WS-PROGRAM-RC  <  16
                    AND  SEL-COUNT  =  ZERO
                    MOVE  "prefecture code not in POST_CD"
                        TO  WS-CRIT-REASON
                END-IF
            END-IF.
        CHECK-PREF-CRITERION-END.
            EXIT.

        CHECK-CITY-CRITERION SECTION.
      *市区町村名の条件: 都道府県コードと市区町村名の組がPOST_CDに
      *あること(同名の市区町村が他県にもあるためコードと組にする)
            MOVE  1  TO  WS-LOW-LEN.
            IF  CRIT-LOW(1:2)  NOT  NUMERIC
                OR  CRIT-LOW(1:2)  <  "01"
                OR  CRIT-LOW(1:2)  >  "47"
                OR  CRIT-LOW(3:5)  NOT  =  SPACES
                MOVE  "prefecture code must be 01-47"
                    TO  WS-CRIT-REASON
            ELSE IF  CRIT-CITY-NAME  =  SPACES
                MOVE  "city name missing"  TO  WS-CRIT-REASON
            ELSE
                MOVE  CRIT-LOW(1:2)   TO  PREF_CODE
                MOVE  CRIT-CITY-NAME  TO  CITY_NAME
                EXEC SQL
                    SELECT COUNT(DISTINCT 郵便番号) INTO :SEL-COUNT
                        FROM POST_CD
                        WHERE 都道府県コード = :PREF_CODE
                          AND 市区町村名     = :CITY_NAME
                END-EXEC
                PERFORM CHECK-CRITERION-SQL
                IF  WS-PROGRAM-RC  <  16
                    AND  SEL-COUNT  =  ZERO
                    MOVE  "city not in POST_CD for that prefecture"
                        TO  WS-CRIT-REASON
                END-IF
            END-IF.
        CHECK-CITY-CRITERION-END.
            EXIT.

        CHECK-ZIP-RANGE-CRITERION SECTION.
      *郵便番号の範囲の条件: 下限・上限が同じ桁数の数字で、下限が
      *上限以下であり、範囲にPOST_CDの郵便番号があること
            IF  CRIT-HIGH  =  SPACES
                MOVE  CRIT-LOW  TO  CRIT-HIGH
            END-IF.
            PERFORM  VARYING  WS-LOW-LEN  FROM  7  BY  -1
                    UNTIL  WS-LOW-LEN  <  1
                        OR  CRIT-LOW(WS-LOW-LEN:1)  NOT  =  SPACE
                CONTINUE
            END-PERFORM.
            PERFORM  VARYING  WS-HIGH-LEN  FROM  7  BY  -1
                    UNTIL  WS-HIGH-LEN  <  1
                        OR  CRIT-HIGH(WS-HIGH-LEN:1)  NOT  =  SPACE
                CONTINUE
            END-PERFORM.
            IF  WS-LOW-LEN  =  ZERO
                MOVE  "zip prefix missing"  TO  WS-CRIT-REASON
            ELSE IF  WS-HIGH-LEN  NOT  =  WS-LOW-LEN
                MOVE  "zip prefixes differ in length"
                    TO  WS-CRIT-REASON
            ELSE IF  CRIT-LOW(1:WS-LOW-LEN)  NOT  NUMERIC
                OR  CRIT-HIGH(1:WS-HIGH-LEN)  NOT  NUMERIC
                MOVE  "zip prefix must be digits"  TO  WS-CRIT-REASON
            ELSE IF  CRIT-LOW  >  CRIT-HIGH
                MOVE  "zip range low is above high"
                    TO  WS-CRIT-REASON
            ELSE
                MOVE  "0000000"  TO  SEL-ZIP-LOW
                MOVE  CRIT-LOW(1:WS-LOW-LEN)
                    TO  SEL-ZIP-LOW(1:WS-LOW-LEN)
                MOVE  "9999999"  TO  SEL-ZIP-HIGH
                MOVE  CRIT-HIGH(1:WS-HIGH-LEN)
                    TO  SEL-ZIP-HIGH(1:WS-HIGH-LEN)
                EXEC SQL
                    SELECT COUNT(DISTINCT 郵便番号) INTO :SEL-COUNT
                        FROM POST_CD
                        WHERE 郵便番号 BETWEEN :SEL-ZIP-LOW
                                           AND :SEL-ZIP-HIGH
                END-EXEC
                PERFORM CHECK-CRITERION-SQL
                IF  WS-PROGRAM-RC  <  16
                    AND  SEL-COUNT  =  ZERO
                    MOVE  "no POST_CD zip codes in range"
                        TO  WS-CRIT-REASON
                END-IF
            END-IF.
        CHECK-ZIP-RANGE-CRITERION-END.
            EXIT.

        CHECK-TERRITORY-CRITERION SECTION.
      *担当地区の条件: POST_CD_ZONEに登録のある担当地区コードで
      *あること
            MOVE  1  TO  WS-LOW-LEN.
            IF  CRIT-LOW(1:4)  =  SPACES
                OR  CRIT-LOW(5:3)  NOT  =  SPACES
                MOVE  "territory code must be 1-4 characters"
                    TO  WS-CRIT-REASON
            ELSE
                MOVE  CRIT-LOW(1:4)  TO  SEL-TERRITORY
                EXEC SQL
                    SELECT COUNT(*) INTO :SEL-COUNT
                        FROM POST_CD_ZONE
                        WHERE 担当地区コード = :SEL-TERRITORY
                END-EXEC
                PERFORM CHECK-CRITERION-SQL
                IF  WS-PROGRAM-RC  <  16
                    AND  SEL-COUNT  =  ZERO
                    MOVE  "territory not in POST_CD_ZONE"
                        TO  WS-CRIT-REASON
                END-IF
            END-IF.
        CHECK-TERRITORY-CRITERION-END.
            EXIT.

        CHECK-ZIP-KIND-CRITERION SECTION.
      *事業所/町域の条件: OFFICEまたはTOWN
            MOVE  1  TO  WS-LOW-LEN.
            IF  CRIT-LOW  =  "OFFICE"
                EXEC SQL
                    SELECT COUNT(*) INTO :SEL-COUNT
                        FROM POST_CD_OFFICE
                END-EXEC
                PERFORM CHECK-CRITERION-SQL
            ELSE IF  CRIT-LOW  =  "TOWN"
                EXEC SQL
                    SELECT COUNT(DISTINCT 郵便番号) INTO :SEL-COUNT
                        FROM POST_CD
                END-EXEC
                PERFORM CHECK-CRITERION-SQL
            ELSE
                MOVE  "zip kind must be OFFICE or TOWN"
                    TO  WS-CRIT-REASON
            END-IF.
        CHECK-ZIP-KIND-CRITERION-END.
            EXIT.

        CHECK-CRITERION-SQL SECTION.
      *条件の照合に使ったSQLの結果を確かめる
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_select: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            END-IF.
        CHECK-CRITERION-SQL-END.
            EXIT.

        SET-TYPE-POS SECTION.
      *条件の種類(WORKの1桁目)をWS-INCL-TYPES/WS-INCL-HITSの桁位置
      *へ変換する
            EVALUATE  WORK(1:1)
                WHEN  "P"
                    MOVE  1  TO  WS-TYPE-POS
                WHEN  "C"
                    MOVE  2  TO  WS-TYPE-POS
                WHEN  "Z"
                    MOVE  3  TO  WS-TYPE-POS
                WHEN  "T"
                    MOVE  4  TO  WS-TYPE-POS
                WHEN  OTHER
                    MOVE  5  TO  WS-TYPE-POS
            END-EVALUATE.
        SET-TYPE-POS-END.
            EXIT.

        SELECT-ROWS SECTION.
      *検証済み郵送先ファイルを1行ずつ読み、条件に合う行を抽出
      *ファイルへ書く
            OPEN  INPUT   CLNF.
            IF  CLNF-FST  NOT  =  "00"
                DISPLAY  "symfo_select: input file open error FST="
                         CLNF-FST  " "  WS-INPUT-FILE
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                OPEN  OUTPUT  EXTF
                IF  EXTF-FST  NOT  =  "00"
                    DISPLAY  "symfo_select: output file open error FST="
                             EXTF-FST  " "  WS-OUTPUT-FILE
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                END-IF
                PERFORM  UNTIL  CLNF-FST  NOT  =  "00"
                        OR  WS-PROGRAM-RC  NOT  <  16
                    READ  CLNF
                        END
                            CONTINUE
                        NOT END
                            ADD  1  TO  WS-ROWS-READ
                            PERFORM SELECT-ONE-ROW
                    END-READ
                END-PERFORM
      *CLNF-FST="10"は正常な終端、それ以外は読み取り異常として扱う
                IF  CLNF-FST  NOT  =  "10"
                    AND  CLNF-FST  NOT  =  "00"
                    DISPLAY  "symfo_select: input file read error FST="
                             CLNF-FST
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                END-IF
                CLOSE  EXTF
                CLOSE  CLNF
            END-IF.
        SELECT-ROWS-END.
            EXIT.

        EMPTY-EXTRACT SECTION.
      *抽出ファイルを開き直して空にする(条件の誤り・異常で止めた場合に
      *前回の抽出や途中までの抽出を残さない)
            OPEN  OUTPUT  EXTF.
            IF  EXTF-FST  =  "00"
                CLOSE  EXTF
            ELSE
                DISPLAY  "symfo_select: WARNING - could not empty "
                         WS-OUTPUT-FILE  " FST="  EXTF-FST
                    UPON  CONS
            END-IF.
        EMPTY-EXTRACT-END.
            EXIT.

        SELECT-ONE-ROW SECTION.
      *顧客行1行を全ての条件に当てて、抽出するかを決める
            IF  NEED-AREA
                PERFORM RESOLVE-ZIP-AREA
            END-IF.
            IF  NEED-ZONE
                MOVE  CLN-ZIPCODE  TO  WS-ZONE-ZIP
                PERFORM FIND-ZONE-FOR-ZIP
            END-IF.
            MOVE  SPACES  TO  WS-INCL-HITS.
            MOVE  "N"     TO  WS-ROW-EXCLUDED.
            PERFORM  VARYING  WS-CRIT-IDX  FROM  1  BY  1
                    UNTIL  WS-CRIT-IDX  >  WS-CRIT-COUNT
                        OR  WS-PROGRAM-RC  NOT  <  16
                PERFORM TEST-CRITERION
                IF  CRIT-HIT
                    ADD  1  TO  WS-CRIT-MATCHED(WS-CRIT-IDX)
                    IF  WS-CRIT-ACTION(WS-CRIT-IDX)  =  "I"
                        MOVE  WS-CRIT-TYPE(WS-CRIT-IDX)  TO  WORK
                        PERFORM SET-TYPE-POS
                        MOVE  "Y"  TO  WS-INCL-HITS(WS-TYPE-POS:1)
                    ELSE
                        SET  ROW-EXCLUDED  TO  TRUE
                    END-IF
                END-IF
            END-PERFORM.
      *「含める」条件のある種類は全て当たっていること
            MOVE  "Y"  TO  WS-ROW-INCLUDED.
            PERFORM  VARYING  WS-TYPE-POS  FROM  1  BY  1
                    UNTIL  WS-TYPE-POS  >  5
                IF  WS-INCL-TYPES(WS-TYPE-POS:1)  =  "Y"
                    AND  WS-INCL-HITS(WS-TYPE-POS:1)  NOT  =  "Y"
                    MOVE  "N"  TO  WS-ROW-INCLUDED
                END-IF
            END-PERFORM.
            IF  WS-PROGRAM-RC  NOT  <  16
                CONTINUE
            ELSE IF  NOT  ROW-INCLUDED
                ADD  1  TO  WS-ROWS-NOT-INCLUDED
            ELSE IF  ROW-EXCLUDED
                ADD  1  TO  WS-ROWS-EXCLUDED
            ELSE
                MOVE  CLN-R  TO  SEL-R
                WRITE  SEL-R
                IF  EXTF-FST  =  "00"
                    ADD  1  TO  WS-ROWS-SELECTED
                ELSE
                    DISPLAY  "symfo_select: output write error FST="
                             EXTF-FST
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                END-IF
            END-IF.
        SELECT-ONE-ROW-END.
            EXIT.

        TEST-CRITERION SECTION.
      *WS-CRIT-IDXの条件が顧客行に当たるかを判定する
            MOVE  "N"  TO  WS-CRIT-HIT.
            EVALUATE  WS-CRIT-TYPE(WS-CRIT-IDX)
                WHEN  "P"
                    PERFORM  VARYING  WS-AREA-IDX  FROM  1  BY  1
                            UNTIL  WS-AREA-IDX  >  WS-AREA-COUNT
                        IF  WS-AREA-PREF-CODE(WS-AREA-IDX)
                                =  WS-CRIT-LOW(WS-CRIT-IDX)(1:2)
                            SET  CRIT-HIT  TO  TRUE
                        END-IF
                    END-PERFORM
                WHEN  "C"
                    PERFORM  VARYING  WS-AREA-IDX  FROM  1  BY  1
                            UNTIL  WS-AREA-IDX  >  WS-AREA-COUNT
                        IF  WS-AREA-PREF-CODE(WS-AREA-IDX)
                                =  WS-CRIT-LOW(WS-CRIT-IDX)(1:2)
                            AND  WS-AREA-CITY-NAME(WS-AREA-IDX)
                                =  WS-CRIT-CITY-NAME(WS-CRIT-IDX)
                            SET  CRIT-HIT  TO  TRUE
                        END-IF
                    END-PERFORM
                WHEN  "Z"
                    MOVE  WS-CRIT-LEN(WS-CRIT-IDX)  TO  WS-LOW-LEN
                    IF  CLN-ZIPCODE(1:WS-LOW-LEN)
                            NOT  <  WS-CRIT-LOW(WS-CRIT-IDX)
                                        (1:WS-LOW-LEN)
                        AND  CLN-ZIPCODE(1:WS-LOW-LEN)
                            NOT  >  WS-CRIT-HIGH(WS-CRIT-IDX)
                                        (1:WS-LOW-LEN)
                        SET  CRIT-HIT  TO  TRUE
                    END-IF
                WHEN  "T"
                    IF  ZONE-FOUND
                        AND  TERRITORY_CODE
                            =  WS-CRIT-LOW(WS-CRIT-IDX)(1:4)
                        SET  CRIT-HIT  TO  TRUE
                    END-IF
                WHEN  OTHER
                    IF  (WS-CRIT-LOW(WS-CRIT-IDX)  =  "OFFICE"
                            AND  ZIP-IS-OFFICE)
                        OR  (WS-CRIT-LOW(WS-CRIT-IDX)  =  "TOWN"
                            AND  ZIP-IS-TOWN)
                        SET  CRIT-HIT  TO  TRUE
                    END-IF
            END-EVALUATE.
        TEST-CRITERION-END.
            EXIT.

        RESOLVE-ZIP-AREA SECTION.
      *顧客行の郵便番号をPOST_CDで引き、都道府県コードと市区町村名
      *を集める。POST_CDに無ければPOST_CD_OFFICEで引き、都道府県名
      *からコードを求める。どちらにも無ければ引けない郵便番号として
      *報告へ書く
            MOVE  ZERO         TO  WS-AREA-COUNT.
            MOVE  CLN-ZIPCODE  TO  ZIPCODE.
            MOVE  "N"          TO  WS-AREA-FETCH-DONE.
            EXEC SQL OPEN ZIP_AREA_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                MOVE  "Y"  TO  WS-AREA-FETCH-DONE
                PERFORM CHECK-CRITERION-SQL
            END-IF.
            PERFORM  UNTIL  WS-AREA-FETCH-DONE  =  "Y"
                EXEC SQL
                    FETCH ZIP_AREA_CUR INTO :PREF_CODE,:CITY_NAME
                END-EXEC
                EVALUATE  TRUE
                    WHEN  SQLSTATE  =  "02000"
                        MOVE  "Y"  TO  WS-AREA-FETCH-DONE
                    WHEN  SQLSTATE  NOT  =  "00000"
                        MOVE  "Y"  TO  WS-AREA-FETCH-DONE
                        PERFORM CHECK-CRITERION-SQL
                    WHEN  WS-AREA-COUNT  <  10
                        ADD  1  TO  WS-AREA-COUNT
                        MOVE  PREF_CODE
                            TO  WS-AREA-PREF-CODE(WS-AREA-COUNT)
                        MOVE  CITY_NAME
                            TO  WS-AREA-CITY-NAME(WS-AREA-COUNT)
                END-EVALUATE
            END-PERFORM.
            EXEC SQL CLOSE ZIP_AREA_CUR END-EXEC.

            IF  WS-PROGRAM-RC  NOT  <  16
                CONTINUE
            ELSE IF  WS-AREA-COUNT  >  ZERO
                SET  ZIP-IS-TOWN  TO  TRUE
            ELSE
                EXEC SQL
                    SELECT 都道府県名,市区町村名
                        INTO :PREF_NAME,:CITY_NAME
                        FROM POST_CD_OFFICE
                        WHERE 郵便番号 = :ZIPCODE
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    SET  ZIP-IS-OFFICE  TO  TRUE
                    MOVE  SPACES     TO  PREF-CHK-CODE
                    MOVE  PREF_NAME  TO  PREF-CHK-NAME
                    MOVE  SPACES     TO  PREF-CHK-ZIPCODE
                    CALL  "symfo_pref_check"  USING  PREF-CHK-PARM
                    MOVE  1  TO  WS-AREA-COUNT
                    MOVE  PREF-CHK-FOUND-CODE  TO  WS-AREA-PREF-CODE(1)
                    MOVE  CITY_NAME            TO  WS-AREA-CITY-NAME(1)
                ELSE
                    IF  SQLSTATE  =  "02000"
                        SET  ZIP-IS-UNKNOWN  TO  TRUE
                        ADD  1  TO  WS-ROWS-UNKNOWN
                        MOVE  CLN-ID          TO  WS-RPT-UNK-ID
                        MOVE  CLN-ZIPCODE     TO  WS-RPT-UNK-ZIP
                        MOVE  WS-RPT-UNKNOWN  TO  RPT-LINE
                        WRITE  RPT-LINE
                    ELSE
                        PERFORM CHECK-CRITERION-SQL
                    END-IF
                END-IF
            END-IF.
        RESOLVE-ZIP-AREA-END.
            EXIT.

        FIND-ZONE-FOR-ZIP SECTION.
      *担当地区・配送ゾーン表を最長一致で引く。7桁の登録を先に見て、
      *無ければ上位桁を1桁ずつ短くして探す(symfo_inqと同じ引き方)
            MOVE  "N"     TO  WS-ZONE-FOUND.
            MOVE  SPACES  TO  TERRITORY_CODE.
            MOVE  SPACES  TO  DELIVERY_ZONE.
            PERFORM  VARYING  WS-ZONE-LEN  FROM  7  BY  -1
                    UNTIL  WS-ZONE-LEN  <  1
                        OR  ZONE-FOUND
                        OR  WS-PROGRAM-RC  NOT  <  16
                MOVE  SPACES  TO  ZONE_KEY
                MOVE  WS-ZONE-ZIP(1:WS-ZONE-LEN)  TO  ZONE_KEY
                EXEC SQL
                    SELECT 担当地区コード,配送ゾーン
                        INTO :TERRITORY_CODE,:DELIVERY_ZONE
                        FROM POST_CD_ZONE
                        WHERE 郵便番号キー = :ZONE_KEY
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    SET  ZONE-FOUND  TO  TRUE
                ELSE
                    IF  SQLSTATE  NOT  =  "02000"
                        PERFORM CHECK-CRITERION-SQL
                    END-IF
                END-IF
            END-PERFORM.
        FIND-ZONE-FOR-ZIP-END.
            EXIT.

        WRITE-SELECTION-SUMMARY SECTION.
      *条件ごとの件数と抽出件数の内訳を報告へ書く
            PERFORM  VARYING  WS-CRIT-IDX  FROM  1  BY  1
                    UNTIL  WS-CRIT-IDX  >  WS-CRIT-COUNT
                MOVE  WS-CRIT-LINE-NO(WS-CRIT-IDX)
                    TO  WS-RPT-CRIT-LINE
                MOVE  WS-CRIT-ACTION(WS-CRIT-IDX)
                    TO  WS-RPT-CRIT-ACTION
                MOVE  WS-CRIT-TYPE(WS-CRIT-IDX)  TO  WS-RPT-CRIT-TYPE
                MOVE  WS-CRIT-LOW(WS-CRIT-IDX)   TO  WS-RPT-CRIT-LOW
                MOVE  WS-CRIT-HIGH(WS-CRIT-IDX)  TO  WS-RPT-CRIT-HIGH
                MOVE  WS-CRIT-COVERS(WS-CRIT-IDX)
                    TO  WS-RPT-CRIT-COVERS
                MOVE  WS-CRIT-MATCHED(WS-CRIT-IDX)
                    TO  WS-RPT-CRIT-MATCHED
                MOVE  WS-CRIT-CITY-NAME(WS-CRIT-IDX)
                    TO  WS-RPT-CRIT-CITY
                MOVE  WS-RPT-CRIT  TO  RPT-LINE
                WRITE  RPT-LINE
                IF  WS-CRIT-MATCHED(WS-CRIT-IDX)  =  ZERO
                    ADD  1  TO  WS-CRIT-UNMATCHED
                    DISPLAY  "symfo_select: WARNING - criterion on"
                             " line "  WS-CRIT-LINE-NO(WS-CRIT-IDX)
                             " matched no rows"
                        UPON  CONS
                END-IF
            END-PERFORM.
            MOVE  WS-ROWS-READ          TO  WS-RPT-TRL-READ.
            MOVE  WS-ROWS-SELECTED      TO  WS-RPT-TRL-SELECTED.
            MOVE  WS-ROWS-NOT-INCLUDED  TO  WS-RPT-TRL-NOT-INCL.
            MOVE  WS-ROWS-EXCLUDED      TO  WS-RPT-TRL-EXCLUDED.
            MOVE  WS-ROWS-UNKNOWN       TO  WS-RPT-TRL-UNKNOWN.
            MOVE  WS-RPT-TRAILER        TO  RPT-LINE.
            WRITE  RPT-LINE.
            IF  WS-ROWS-UNKNOWN  NOT  =  ZERO
                DISPLAY  "symfo_select: WARNING - "  WS-ROWS-UNKNOWN
                         " row(s) with zip codes not in POST_CD"
                    UPON  CONS
            END-IF.
            IF  (WS-CRIT-UNMATCHED  NOT  =  ZERO
                    OR  WS-ROWS-UNKNOWN  NOT  =  ZERO)
                AND  WS-PROGRAM-RC  <  4
                MOVE  4  TO  WS-PROGRAM-RC
            END-IF.
        WRITE-SELECTION-SUMMARY-END.
            EXIT.

        END PROGRAM symfo_select.
