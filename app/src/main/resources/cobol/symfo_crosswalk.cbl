      *>symfo_crosswalk
      * 郵便番号の新旧対応表(POST_CD_CROSSWALK)の作成プログラム。
      * 日本郵便が町域の郵便番号を変えると、同じ住所が月次の廃止
      * ファイル(DEL)に旧番号の行、新設ファイル(ADD)に新番号の行と
      * して届く。call_symfo_inst_batchのDELETEとUPSERTで別々に反映
      * するとつながりが失われ、旧番号のままの顧客行は食い違い
      * (suspect.csv)へ、旧番号の照会は該当なしになっていた。
      * 両ファイル(どちらもcall_symfo_instと同じF1R様式)を読み、
      * 次の順で行を組み合わせて旧番号→新番号を登録する:
      *   1) 都道府県コード・市区町村名・町域名が一致(照合区分N)
      *   2) 1)で相手が無ければ、都道府県コードが一致し、市区町村名
      *      カナと町域名カナの正規形(symfo_kana_norm)が一致
      *      (照合区分K。漢字表記だけ改められた町域を拾う)
      * 郵便番号が同じ組は番号の変更ではない(住所の訂正)ため組み
      * 合わせない。町域が分かれた・まとまった場合は1つの旧番号に
      * 複数の新番号(またはその逆)を登録する。登録済みの組は登録し
      * 直さないので、同じ月のファイルで再実行してもよい。
      * 相手の見つからない廃止行(本当の廃止)と新設行(本当の新設)
      * は報告ファイル(既定はcrosswalk.rpt。SYMFO_REPORT_FILEで差し
      * 替え可能)へ一覧にする。
      * 入力ファイルはSYMFO_DEL_FILE(既定はdel.csv)と
      * SYMFO_ADD_FILE(既定はadd.csv)、有効日はSYMFO_EFFECTIVE_DATE
      * (YYYYMMDD。未設定は実行日)で指定する
      * 廃止ファイルは5000行まで読み込む(超えた分は組み合わせず、
      * 終了コードを4にする)
      * CONNECT/DISCONNECTの構成はsymfo_instに合わせている
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_crosswalk.
        ENVIRONMENT    DIVISION.
        CONFIGURATION  SECTION.
      *画面からの入力受け付け宣言
          SPECIAL-NAMES.
            CONSOLE IS CONS.
        INPUT-OUTPUT   SECTION.
        FILE-CONTROL.
      *廃止ファイル(既定はdel.csv。SYMFO_DEL_FILEで差し替え可能)
            SELECT  DELF  ASSIGN  TO  WS-DEL-FILE  STATUS  DELF-FST.
      *新設ファイル(既定はadd.csv。SYMFO_ADD_FILEで差し替え可能)
            SELECT  ADDF  ASSIGN  TO  WS-ADD-FILE  STATUS  ADDF-FST.
      *組み合わせの報告ファイル(既定はcrosswalk.rpt。
      *SYMFO_REPORT_FILEで差し替え可能)
            SELECT  RPTF  ASSIGN  TO  WS-REPORT-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  RPTF-FST.
        DATA DIVISION.
        FILE SECTION.
      *廃止ファイルのレコード定義(symfo_instと共通のF1R様式)
        FD  DELF.
            COPY F1REC.
      *新設ファイルのレコード定義(F1Rと同一様式)
        FD  ADDF.
            COPY F1REC
                REPLACING ==F1R==         BY ==ADD-R==
                          ==F1PAD1==      BY ==ADD-PAD1==
                          ==F1ZIPCODE==   BY ==ADD-ZIPCODE==
                          ==F1PAD2==      BY ==ADD-PAD2==
                          ==F1ADDRESS==   BY ==ADD-ADDRESS==
                          ==F1PAD3==      BY ==ADD-PAD3==
                          ==F1PREF-CODE== BY ==ADD-PREF-CODE==
                          ==F1PREF-KANA== BY ==ADD-PREF-KANA==
                          ==F1CITY-KANA== BY ==ADD-CITY-KANA==
                          ==F1TOWN-KANA== BY ==ADD-TOWN-KANA==
                          ==F1PREF-NAME== BY ==ADD-PREF-NAME==
                          ==F1CITY-NAME== BY ==ADD-CITY-NAME==
                          ==F1TOWN-NAME== BY ==ADD-TOWN-NAME==.
      *報告ファイルのレコード定義
        FD  RPTF.
        01  RPT-LINE               PIC X(150).
        WORKING-STORAGE SECTION.
      *プレコンパイラに渡す設定開始宣言
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *SQL実行時の状態定数格納用
        01 SQLSTATE     PIC X(5).
        01 SQLMSG       PIC X(255).
      *接続先データベースの別名(SYMFO_DB_ALIASで差し替え可能。既定は
      *SAMPLE)
        01 WS-DB-ALIAS  PIC X(30).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *郵便番号の新旧対応表のホスト変数
            COPY CROSSWALK_VARS.
      *プレコンパイラに渡す変数はここまで。
      *
      *カナ正規化モジュールの呼び出しインタフェース
            COPY KANA_NORM.
      *ファイルのステータス変数
        01  DELF-FST               PIC X(02).
        01  ADDF-FST               PIC X(02).
        01  RPTF-FST               PIC X(02).
      *各ファイル名(環境変数で差し替え可能)
        01  WS-DEL-FILE            PIC X(100)  VALUE "del.csv".
        01  WS-ADD-FILE            PIC X(100)  VALUE "add.csv".
        01  WS-REPORT-FILE         PIC X(100)  VALUE "crosswalk.rpt".
        01  WORK                   PIC X(100).
      *実行日と有効日(ACCEPT ... FROM ENVIRONMENT-VALUEは右側を空白で
      *埋めるため、数値項目へ一旦MOVEしてから判定する)
        01  WS-RUN-DATE            PIC 9(8).
        01  WS-EFFECTIVE-DATE      PIC 9(8).
        01  WS-EFFECTIVE-X         PIC X(8).
        01  WS-EFFECTIVE-N         PIC 9(8)  BINARY.
      *廃止ファイルの行(組み合わせの相手を探すため全件を持つ)
        01  WS-DEL-TBL.
          02  WS-DEL-ENTRY         OCCURS 5000 TIMES.
            03  WS-DEL-ZIP         PIC X(7).
            03  WS-DEL-PREF-CODE   PIC X(2).
            03  WS-DEL-PREF-NAME   PIC N(10).
            03  WS-DEL-CITY-NAME   PIC N(20).
            03  WS-DEL-TOWN-NAME   PIC N(30).
            03  WS-DEL-CITY-NORM   PIC N(20).
            03  WS-DEL-TOWN-NORM   PIC N(30).
            03  WS-DEL-PAIRED      PIC X(1).
        01  WS-DEL-COUNT           PIC 9(5)  BINARY  VALUE ZERO.
        01  WS-DEL-IDX             PIC 9(5)  BINARY.
      *読み切れなかった廃止行の件数
        01  WS-DEL-OVERFLOW        PIC 9(7)  BINARY  VALUE ZERO.
      *新設行のカナの正規形
        01  WS-ADD-CITY-NORM       PIC N(20).
        01  WS-ADD-TOWN-NORM       PIC N(30).
      *新設行1行に見つかった相手の件数
        01  WS-ADD-PAIRS           PIC 9(5)  BINARY.
      *照合区分(N=名称一致で探す、K=カナ一致で探す)
        01  WS-MATCH-KIND          PIC X(1).
      *実行結果の集計(読み込み件数、登録した組、登録済みだった組、
      *相手の無い廃止行・新設行)
        01  WS-ROWS-READ           PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-PAIRS-WRITTEN       PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-PAIRS-EXISTING      PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-DEL-ONLY            PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ADD-ONLY            PIC 9(7)  BINARY  VALUE ZERO.
      *報告の見出し行
        01  WS-RPT-HEAD.
          02  FILLER               PIC X(42)
              VALUE "symfo_crosswalk: zip crosswalk, effective ".
          02  WS-RPT-HEAD-DATE     PIC 9(8).
      *組み合わせ・相手の無い行の明細行(区分は PAIR/EXISTS/DEL-ONLY/
      *ADD-ONLY)
        01  WS-RPT-DETAIL.
          02  WS-RPT-KIND          PIC X(9).
          02  WS-RPT-OLD-ZIP       PIC X(7).
          02  WS-RPT-ARROW         PIC X(4).
          02  WS-RPT-NEW-ZIP       PIC X(7).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-MATCH         PIC X(1).
          02  FILLER               PIC X(1)   VALUE SPACE.
          02  WS-RPT-PREF-NAME     PIC N(10).
          02  WS-RPT-CITY-NAME     PIC N(20).
          02  WS-RPT-TOWN-NAME     PIC N(30).
      *報告の末尾の件数行
        01  WS-RPT-TRAILER.
          02  FILLER               PIC X(6)   VALUE "PAIRS=".
          02  WS-RPT-TRL-PAIRS     PIC 9(7).
          02  FILLER               PIC X(8)   VALUE " EXISTS=".
          02  WS-RPT-TRL-EXISTING  PIC 9(7).
          02  FILLER               PIC X(10)  VALUE " DEL-ONLY=".
          02  WS-RPT-TRL-DEL-ONLY  PIC 9(7).
          02  FILLER               PIC X(10)  VALUE " ADD-ONLY=".
          02  WS-RPT-TRL-ADD-ONLY  PIC 9(7).
      *プログラムの終了コード。正常は0、廃止ファイルの読み切れない
      *行ありは4、異常時は16
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
      *各ファイル名(未設定の場合は既定値のまま)
            DISPLAY  "SYMFO_DEL_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK            FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-DEL-FILE
            END-IF.
            DISPLAY  "SYMFO_ADD_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK            FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-ADD-FILE
            END-IF.
            DISPLAY  "SYMFO_REPORT_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-REPORT-FILE
            END-IF.

      *有効日(未設定、もしくは数値以外の場合は実行日)
            ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
            MOVE  WS-RUN-DATE  TO  WS-EFFECTIVE-DATE.
            DISPLAY  "SYMFO_EFFECTIVE_DATE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WS-EFFECTIVE-X         FROM  ENVIRONMENT-VALUE.
            MOVE  WS-EFFECTIVE-X  TO  WS-EFFECTIVE-N.
            IF  WS-EFFECTIVE-N  NOT  =  ZERO
                MOVE  WS-EFFECTIVE-N  TO  WS-EFFECTIVE-DATE
            END-IF.

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
                POST_CD_CROSSWALK TABLE ON SC_SAMPLE
            END-EXEC.

      *廃止ファイルを読み込む(データベースへ触れる前に読み切る)
            PERFORM LOAD-DEL-FILE.
            IF  WS-PROGRAM-RC  NOT  <  16
                MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                EXIT PROGRAM
            END-IF.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.

            OPEN  OUTPUT  RPTF.
            MOVE  WS-EFFECTIVE-DATE  TO  WS-RPT-HEAD-DATE.
            MOVE  WS-RPT-HEAD        TO  RPT-LINE.
            WRITE  RPT-LINE.

      *新設ファイルを1行ずつ読み、廃止行と組み合わせる
            OPEN  INPUT  ADDF.
            PERFORM  UNTIL  ADDF-FST  NOT  =  "00"
                    OR  WS-PROGRAM-RC  NOT  <  16
                READ  ADDF
                    END
                        CONTINUE
                    NOT END
                        ADD  1  TO  WS-ROWS-READ
                        PERFORM PAIR-ADD-ROW
                END-READ
            END-PERFORM.
      *ADDF-FST="10"は正常な終端、それ以外は読み取り異常として扱う
            IF  ADDF-FST  NOT  =  "10"
                AND  ADDF-FST  NOT  =  "00"
                DISPLAY  "symfo_crosswalk: ADD file read error FST="
                         ADDF-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            END-IF.
            CLOSE  ADDF.

            IF  WS-PROGRAM-RC  <  16
                EXEC SQL COMMIT WORK END-EXEC
                PERFORM REPORT-DEL-ONLY-ROWS
            ELSE
                EXEC SQL ROLLBACK WORK END-EXEC
            END-IF.

            MOVE  WS-PAIRS-WRITTEN   TO  WS-RPT-TRL-PAIRS.
            MOVE  WS-PAIRS-EXISTING  TO  WS-RPT-TRL-EXISTING.
            MOVE  WS-DEL-ONLY        TO  WS-RPT-TRL-DEL-ONLY.
            MOVE  WS-ADD-ONLY        TO  WS-RPT-TRL-ADD-ONLY.
            MOVE  WS-RPT-TRAILER     TO  RPT-LINE.
            WRITE  RPT-LINE.
            CLOSE  RPTF.

            IF  WS-DEL-OVERFLOW  NOT  =  ZERO
                DISPLAY  "symfo_crosswalk: WARNING - "
                         WS-DEL-OVERFLOW
                         " DEL rows beyond 5000 were not paired"
                    UPON  CONS
                IF  WS-PROGRAM-RC  <  4
                    MOVE  4  TO  WS-PROGRAM-RC
                END-IF
            END-IF.
            DISPLAY  "symfo_crosswalk: read="  WS-ROWS-READ
                     " written="               WS-PAIRS-WRITTEN
                     " existing="              WS-PAIRS-EXISTING
                     " del-only="              WS-DEL-ONLY
                     " add-only="              WS-ADD-ONLY
                UPON  CONS.

      *接続先データベースとの接続を切る
            EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC.

            MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS.
            EXIT PROGRAM.

        LOAD-DEL-FILE SECTION.
      *廃止ファイルを全件読み、組み合わせ用の表へ積む(カナは
      *正規形にしておく)
            OPEN  INPUT  DELF.
            PERFORM  UNTIL  DELF-FST  NOT  =  "00"
                READ  DELF
                    END
                        CONTINUE
                    NOT END
                        ADD  1  TO  WS-ROWS-READ
                        IF  WS-DEL-COUNT  >=  5000
                            ADD  1  TO  WS-DEL-OVERFLOW
                        ELSE
                            PERFORM STORE-DEL-ROW
                        END-IF
                END-READ
            END-PERFORM.
      *DELF-FST="10"は正常な終端、それ以外は読み取り異常として扱う
            IF  DELF-FST  NOT  =  "10"
                DISPLAY  "symfo_crosswalk: DEL file read error FST="
                         DELF-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            END-IF.
            CLOSE  DELF.
        LOAD-DEL-FILE-END.
            EXIT.

        STORE-DEL-ROW SECTION.
      *廃止行1行を表へ積む
            ADD  1  TO  WS-DEL-COUNT.
            MOVE  F1ZIPCODE    TO  WS-DEL-ZIP(WS-DEL-COUNT).
            MOVE  F1PREF-CODE  TO  WS-DEL-PREF-CODE(WS-DEL-COUNT).
            MOVE  F1PREF-NAME  TO  WS-DEL-PREF-NAME(WS-DEL-COUNT).
            MOVE  F1CITY-NAME  TO  WS-DEL-CITY-NAME(WS-DEL-COUNT).
            MOVE  F1TOWN-NAME  TO  WS-DEL-TOWN-NAME(WS-DEL-COUNT).
            MOVE  "N"          TO  WS-DEL-PAIRED(WS-DEL-COUNT).
            MOVE  SPACES       TO  KANA-NORM-IN.
            MOVE  F1CITY-KANA  TO  KANA-NORM-IN.
            CALL  "symfo_kana_norm"  USING  KANA-NORM-PARM.
            MOVE  KANA-NORM-OUT  TO  WS-DEL-CITY-NORM(WS-DEL-COUNT).
            MOVE  SPACES       TO  KANA-NORM-IN.
            MOVE  F1TOWN-KANA  TO  KANA-NORM-IN.
            CALL  "symfo_kana_norm"  USING  KANA-NORM-PARM.
            MOVE  KANA-NORM-OUT  TO  WS-DEL-TOWN-NORM(WS-DEL-COUNT).
        STORE-DEL-ROW-END.
            EXIT.

        PAIR-ADD-ROW SECTION.
      *新設行1行の相手を廃止行から探す。名称の一致で見つからなければ
      *カナの正規形の一致で探す。どちらでも見つからなければ本当の
      *新設として報告する
            MOVE  SPACES         TO  KANA-NORM-IN.
            MOVE  ADD-CITY-KANA  TO  KANA-NORM-IN.
            CALL  "symfo_kana_norm"  USING  KANA-NORM-PARM.
            MOVE  KANA-NORM-OUT  TO  WS-ADD-CITY-NORM.
            MOVE  SPACES         TO  KANA-NORM-IN.
            MOVE  ADD-TOWN-KANA  TO  KANA-NORM-IN.
            CALL  "symfo_kana_norm"  USING  KANA-NORM-PARM.
            MOVE  KANA-NORM-OUT  TO  WS-ADD-TOWN-NORM.
            MOVE  ZERO  TO  WS-ADD-PAIRS.
            MOVE  "N"   TO  WS-MATCH-KIND.
            PERFORM SCAN-DEL-ROWS.
            IF  WS-ADD-PAIRS  =  ZERO
                AND  WS-PROGRAM-RC  <  16
                AND  WS-ADD-TOWN-NORM  NOT  =  SPACES
                MOVE  "K"  TO  WS-MATCH-KIND
                PERFORM SCAN-DEL-ROWS
            END-IF.
            IF  WS-ADD-PAIRS  =  ZERO
                AND  WS-PROGRAM-RC  <  16
                MOVE  "ADD-ONLY"     TO  WS-RPT-KIND
                MOVE  SPACES         TO  WS-RPT-OLD-ZIP
                MOVE  SPACES         TO  WS-RPT-ARROW
                MOVE  ADD-ZIPCODE    TO  WS-RPT-NEW-ZIP
                MOVE  SPACE          TO  WS-RPT-MATCH
                MOVE  ADD-PREF-NAME  TO  WS-RPT-PREF-NAME
                MOVE  ADD-CITY-NAME  TO  WS-RPT-CITY-NAME
                MOVE  ADD-TOWN-NAME  TO  WS-RPT-TOWN-NAME
                MOVE  WS-RPT-DETAIL  TO  RPT-LINE
                WRITE  RPT-LINE
                ADD  1  TO  WS-ADD-ONLY
            END-IF.
        PAIR-ADD-ROW-END.
            EXIT.

        SCAN-DEL-ROWS SECTION.
      *廃止行の表を先頭から見て、照合区分(WS-MATCH-KIND)の条件に
      *合う行を全て組み合わせる(郵便番号が同じ行は除く)
            PERFORM  VARYING  WS-DEL-IDX  FROM  1  BY  1
                    UNTIL  WS-DEL-IDX  >  WS-DEL-COUNT
                    OR  WS-PROGRAM-RC  NOT  <  16
                IF  WS-DEL-ZIP(WS-DEL-IDX)  NOT  =  ADD-ZIPCODE
                    AND  WS-DEL-PREF-CODE(WS-DEL-IDX)
                             =  ADD-PREF-CODE
                    IF  WS-MATCH-KIND  =  "N"
                        IF  WS-DEL-CITY-NAME(WS-DEL-IDX)
                                =  ADD-CITY-NAME
                            AND  WS-DEL-TOWN-NAME(WS-DEL-IDX)
                                =  ADD-TOWN-NAME
                            PERFORM REGISTER-PAIR
                        END-IF
                    ELSE
                        IF  WS-DEL-CITY-NORM(WS-DEL-IDX)
                                =  WS-ADD-CITY-NORM
                            AND  WS-DEL-TOWN-NORM(WS-DEL-IDX)
                                =  WS-ADD-TOWN-NORM
                            PERFORM REGISTER-PAIR
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
        SCAN-DEL-ROWS-END.
            EXIT.

        REGISTER-PAIR SECTION.
      *旧番号→新番号の組を対応表へ登録する(登録済みの組は登録し
      *直さない)
            ADD  1  TO  WS-ADD-PAIRS.
            MOVE  "Y"  TO  WS-DEL-PAIRED(WS-DEL-IDX).
            MOVE  WS-DEL-ZIP(WS-DEL-IDX)  TO  XW-OLD-ZIPCODE.
            MOVE  ADD-ZIPCODE        TO  XW-NEW-ZIPCODE.
            MOVE  WS-EFFECTIVE-DATE  TO  XW-EFFECTIVE-DATE.
            MOVE  ADD-PREF-NAME      TO  XW-PREF-NAME.
            MOVE  ADD-CITY-NAME      TO  XW-CITY-NAME.
            MOVE  ADD-TOWN-NAME      TO  XW-TOWN-NAME.
            MOVE  WS-MATCH-KIND      TO  XW-MATCH-KIND.
            MOVE  WS-RUN-DATE        TO  XW-REG-DATE.
            MOVE  ZERO  TO  XW-COUNT.
            EXEC SQL
                SELECT COUNT(*) INTO :XW-COUNT
                    FROM POST_CD_CROSSWALK
                    WHERE 旧郵便番号 = :XW-OLD-ZIPCODE
                      AND 新郵便番号 = :XW-NEW-ZIPCODE
            END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_crosswalk: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE IF  XW-COUNT  >  ZERO
                MOVE  "EXISTS"  TO  WS-RPT-KIND
                ADD  1  TO  WS-PAIRS-EXISTING
            ELSE
                EXEC SQL
                    INSERT INTO POST_CD_CROSSWALK
                        (旧郵便番号,新郵便番号,有効日,
                         都道府県名,市区町村名,町域名,
                         照合区分,登録日)
                        VALUES (:XW-OLD-ZIPCODE,:XW-NEW-ZIPCODE,
                         :XW-EFFECTIVE-DATE,
                         :XW-PREF-NAME,:XW-CITY-NAME,:XW-TOWN-NAME,
                         :XW-MATCH-KIND,:XW-REG-DATE)
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    MOVE  "PAIR"  TO  WS-RPT-KIND
                    ADD  1  TO  WS-PAIRS-WRITTEN
                ELSE
                    DISPLAY  "symfo_crosswalk: INSERT error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                END-IF
            END-IF.
            IF  WS-PROGRAM-RC  <  16
                MOVE  XW-OLD-ZIPCODE  TO  WS-RPT-OLD-ZIP
                MOVE  " -> "          TO  WS-RPT-ARROW
                MOVE  XW-NEW-ZIPCODE  TO  WS-RPT-NEW-ZIP
                MOVE  XW-MATCH-KIND   TO  WS-RPT-MATCH
                MOVE  XW-PREF-NAME    TO  WS-RPT-PREF-NAME
                MOVE  XW-CITY-NAME    TO  WS-RPT-CITY-NAME
                MOVE  XW-TOWN-NAME    TO  WS-RPT-TOWN-NAME
                MOVE  WS-RPT-DETAIL   TO  RPT-LINE
                WRITE  RPT-LINE
            END-IF.
        REGISTER-PAIR-END.
            EXIT.

        REPORT-DEL-ONLY-ROWS SECTION.
      *相手の見つからなかった廃止行(本当の廃止)を報告へ書く
            PERFORM  VARYING  WS-DEL-IDX  FROM  1  BY  1
                    UNTIL  WS-DEL-IDX  >  WS-DEL-COUNT
                IF  WS-DEL-PAIRED(WS-DEL-IDX)  =  "N"
                    MOVE  "DEL-ONLY"  TO  WS-RPT-KIND
                    MOVE  WS-DEL-ZIP(WS-DEL-IDX)  TO  WS-RPT-OLD-ZIP
                    MOVE  SPACES      TO  WS-RPT-ARROW
                    MOVE  SPACES      TO  WS-RPT-NEW-ZIP
                    MOVE  SPACE       TO  WS-RPT-MATCH
                    MOVE  WS-DEL-PREF-NAME(WS-DEL-IDX)
                        TO  WS-RPT-PREF-NAME
                    MOVE  WS-DEL-CITY-NAME(WS-DEL-IDX)
                        TO  WS-RPT-CITY-NAME
                    MOVE  WS-DEL-TOWN-NAME(WS-DEL-IDX)
                        TO  WS-RPT-TOWN-NAME
                    MOVE  WS-RPT-DETAIL  TO  RPT-LINE
                    WRITE  RPT-LINE
                    ADD  1  TO  WS-DEL-ONLY
                END-IF
            END-PERFORM.
        REPORT-DEL-ONLY-ROWS-END.
            EXIT.

        END PROGRAM symfo_crosswalk.
