      *             (POST_CD_FEED_LOG)へ登録し、購読者ごとの未応答
      *             行(POST_CD_FEED_ACK)を作る。トレーラの明細件数も
      *             このとき記録する。差分を書いた直後のジョブ
      *             ステップとして実行する。symfo_cleanse・
      *             symfo_disp_applyが書くCRM向けの顧客住所変更
      *             連携(種別CUSTCHG。CUSTCHG_REC様式)も同じく登録
      *             する。こちらはCRMだけが取得するため、未応答行は
      *             SYMFO_CUSTCHG_SUBSCRIBER(既定CRM)の購読者にだけ
      *             作る。symfo_instが書いた月次の差分世代は、その
      *             実行月の承認記録(POST_CD_SIGNOFF。symfo_signoff
      *             で記録)の最新の判定が受け入れになるまで登録せず
      *             保留件数に数える(次回のREGISTERで改めて判定を
      *             見る)
      *   ACK       購読者からの適用応答を記録する(SYMFO_SUBSCRIBER_
      *             ID/SYMFO_FEED_FILE/SYMFO_APPLIED_COUNT)。適用
      *             件数がトレーラの明細件数と一致すれば適用済み、
      *             一致しなければ件数不一致として記録する
      *   REPORT    期限(既定2営業日。SYMFO_ACK_DEADLINE_DAYSで差し
      *             替え可能。営業日はsymfo_bizdayの営業日カレンダー
      *             で数える)を過ぎても未応答・件数不一致の配信を報告
      *             ファイルへ書き出す。該当が1件でもあれば
      *             PROGRAM-STATUSを0以外にし、symfo_job.shの監視へ
      *             乗せる
      *トレーラの明細件数を読むための差分連携ファイル(REGISTERで使用)
            SELECT  DLTF  ASSIGN  TO  WS-DELTA-FILE
                STATUS  DLTF-FST.
      *トレーラの明細件数を読むための顧客住所変更連携ファイル
      *(REGISTERで使用)
            SELECT  CHGF  ASSIGN  TO  WS-CHANGE-FILE
                STATUS  CHGF-FST.
      *未応答・件数不一致の報告ファイル(既定はfeed_track.rpt。
      *SYMFO_REPORT_FILEで差し替え可能)
            SELECT  RPTF  ASSIGN  TO  WS-REPORT-FILE
      *差分連携ファイルのレコード定義(明細とトレーラ)
        FD  DLTF.
            COPY DELTA_REC.
      *顧客住所変更連携ファイルのレコード定義(明細とトレーラ)
        FD  CHGF.
            COPY CUSTCHG_REC.
      *報告ファイルのレコード定義
        FD  RPTF.
        01  RPT-LINE               PIC X(132).
        01 WS-RUN-DATE      PIC 9(8).
        01 WS-CUTOFF-DATE   PIC 9(8).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *月次の承認記録(POST_CD_SIGNOFF)のホスト変数
            COPY SIGNOFF_VARS.
      *プレコンパイラに渡す変数はここまで。
      *
      *ファイルのステータス変数
        01  CATF-FST               PIC X(02).
        01  DLTF-FST               PIC X(02).
        01  CHGF-FST               PIC X(02).
        01  RPTF-FST               PIC X(02).
      *各ファイル名(環境変数で差し替え可能)
        01  WS-CATALOG-FILE        PIC X(100)
                                    VALUE "postcd_gen_catalog.csv".
        01  WS-DELTA-FILE          PIC X(100).
        01  WS-CHANGE-FILE         PIC X(100).
        01  WS-REPORT-FILE         PIC X(100)  VALUE "feed_track.rpt".
        01  WORK                   PIC X(120).
      *動作モード(SYMFO_FEED_MODEで指定)
      *応答の適用件数(ACKモード。英数で受けて数値へ揃える)
        01  WS-APPLIED-X           PIC X(7).
        01  WS-APPLIED-N           PIC 9(7)  BINARY.
      *報告期限の営業日数(既定2日。SYMFO_ACK_DEADLINE_DAYSで差し替え
      *可能)
        01  WS-DEADLINE-DAYS       PIC 9(3)  BINARY  VALUE 2.
        01  WS-DEADLINE-X          PIC X(3).
      *ACCEPT ... FROM ENVIRONMENT-VALUEは右側を空白で埋めるため、
      *数値項目へ一旦MOVEしてから判定する(symfo_instと同じ扱い)
        01  WS-DEADLINE-N          PIC 9(3)  BINARY.
      *営業日カレンダーによる期限日計算モジュールの呼び出し
      *インタフェース
            COPY BIZ_DAY.
      *REGISTERで登録する世代の種別(DELTA=差分連携、CUSTCHG=顧客
      *住所変更連携)
        01  WS-FEED-KIND           PIC X(12).
          88  CUSTCHG-FEED              VALUE "CUSTCHG".
      *顧客住所変更連携の未応答行を作る購読者(既定CRM。
      *SYMFO_CUSTCHG_SUBSCRIBERで差し替え可能)
        01  WS-CHANGE-SUBSCRIBER   PIC X(20)  VALUE "CRM".
      *REGISTERで読んだトレーラの件数と有無
        01  WS-TRAILER-COUNT       PIC 9(7)  BINARY.
        01  WS-HAVE-TRAILER        PIC X(01).
      *REGISTERの集計(登録した世代数、読めずに見送った世代数)
        01  WS-FEEDS-REGISTERED    PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-FEEDS-SKIPPED       PIC 9(7)  BINARY  VALUE ZERO.
      *承認待ちで登録を保留した世代数と、月次の承認判定の結果
        01  WS-FEEDS-HELD          PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-MONTH-SIGNED        PIC X(01).
          88  MONTH-SIGNED              VALUE "Y".
      *REPORTの集計(報告した件数)
        01  WS-FINDINGS            PIC 9(7)  BINARY  VALUE ZERO.
      *FETCHループの終了判定(Y=カーソル終端またはエラーで終了)
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-REPORT-FILE
            END-IF.
            DISPLAY  "SYMFO_CUSTCHG_SUBSCRIBER"
                UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK  FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-CHANGE-SUBSCRIBER
            END-IF.

      *接続先データベースの別名(未設定の場合はSAMPLEのまま。UAT/DRへ
      *向ける場合はSYMFO_DB_ALIASで差し替える)
            EXEC SQL DECLARE
                POST_CD_FEED_ACK TABLE ON SC_SAMPLE
            END-EXEC.
            EXEC SQL DECLARE
                POST_CD_SIGNOFF TABLE ON SC_SAMPLE
            END-EXEC.

      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.
            EXIT.

        REGISTER-DELTA-FEEDS SECTION.
      *世代台帳を先頭から読み、DELTA世代・CUSTCHG世代のうち配信台帳に
      *未登録のものを登録する。登録時にトレーラの明細件数も記録し、
      *購読者ごとの未応答行を作る
            OPEN  INPUT  CATF.
            IF  CATF-FST  =  "00"
                PERFORM  UNTIL  CATF-FST  NOT  =  "00"
                            CONTINUE
                        NOT END
                            IF  CAT-KIND  =  "DELTA"
                                OR  CAT-KIND  =  "CUSTCHG"
                                PERFORM REGISTER-ONE-FEED
                            END-IF
                    END-READ
            DISPLAY  "symfo_feed_track: registered="
                     WS-FEEDS-REGISTERED
                     " skipped="  WS-FEEDS-SKIPPED
                     " held="  WS-FEEDS-HELD
                UPON  CONS.
        REGISTER-DELTA-FEEDS-END.
            EXIT.

        REGISTER-ONE-FEED SECTION.
      *世代台帳のDELTA/CUSTCHG世代1件を配信台帳へ登録する(登録済み
      *なら何もしない)。トレーラが読めない世代(purge済み・書きかけ)
      *は登録せず見送り件数に数える。symfo_instの差分世代は月次の
      *承認が済むまで登録せず保留件数に数える
            MOVE  CAT-FILE  TO  FEED-FILE.
            MOVE  CAT-KIND  TO  WS-FEED-KIND.
            EXEC SQL
                SELECT 明細件数 INTO :FEED-COUNT
                    FROM POST_CD_FEED_LOG
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                MOVE  "Y"  TO  WS-MONTH-SIGNED
                IF  NOT  CUSTCHG-FEED
                    AND  CAT-PROGRAM  =  "symfo_inst"
                    PERFORM CHECK-MONTH-SIGNOFF
                END-IF
                IF  NOT  MONTH-SIGNED
                    ADD  1  TO  WS-FEEDS-HELD
                ELSE
                    PERFORM REGISTER-NEW-FEED
                END-IF
            END-IF.
        REGISTER-ONE-FEED-END.
            EXIT.

        CHECK-MONTH-SIGNOFF SECTION.
      *世代の実行月の承認記録を新しい順に読み、最新の判定が受け入れ
      *(A)ならWS-MONTH-SIGNEDをYのままにする。判定が無い・差し戻し
      *(R)の場合はNにする
            EXEC SQL
                DECLARE SIGN_CUR CURSOR FOR
                    SELECT 判定 FROM POST_CD_SIGNOFF
                        WHERE 対象年月 = :SIGN-MONTH
                        ORDER BY 判定日 DESC,判定時刻 DESC
            END-EXEC.
            COMPUTE  SIGN-MONTH  =  CAT-RUN-DATE / 100.
            MOVE  "N"  TO  WS-MONTH-SIGNED.
            EXEC SQL OPEN SIGN_CUR END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_feed_track: SQL error "
                         SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                EXEC SQL
                    FETCH SIGN_CUR INTO :SIGN-DECISION
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    IF  SIGN-DECISION  =  "A"
                        MOVE  "Y"  TO  WS-MONTH-SIGNED
                    END-IF
                ELSE IF  SQLSTATE  NOT  =  "02000"
                    DISPLAY  "symfo_feed_track: FETCH error "
                             SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                END-IF
                END-IF
                EXEC SQL CLOSE SIGN_CUR END-EXEC
            END-IF.
        CHECK-MONTH-SIGNOFF-END.
            EXIT.

        REGISTER-NEW-FEED SECTION.
      *配信台帳に未登録の世代1件のトレーラを読み、登録して購読者
      *ごとの未応答行を作る
            IF  CUSTCHG-FEED
                PERFORM READ-CHANGE-TRAILER
            ELSE
                PERFORM READ-DELTA-TRAILER
            END-IF
            IF  NOT  HAVE-TRAILER
                DISPLAY  "symfo_feed_track: trailer unreadable,"
                         " generation skipped: "  CAT-FILE
                    UPON  CONS
                ADD  1  TO  WS-FEEDS-SKIPPED
            ELSE
                MOVE  CAT-PROGRAM       TO  FEED-PROGRAM
                MOVE  CAT-RUN-DATE      TO  FEED-RUN-DATE
                MOVE  CAT-RUN-TIME      TO  FEED-RUN-TIME
                MOVE  WS-TRAILER-COUNT  TO  FEED-COUNT
                EXEC SQL
                  INSERT INTO POST_CD_FEED_LOG
                      (ファイル名,生成プログラム,実行日,
                       実行時刻,明細件数)
                      VALUES (:FEED-FILE,:FEED-PROGRAM,
                       :FEED-RUN-DATE,:FEED-RUN-TIME,:FEED-COUNT)
                END-EXEC
                IF  SQLSTATE  NOT  =  "00000"
                    DISPLAY  "symfo_feed_track: feed log insert"
                             " failed "  SQLSTATE  " "  SQLMSG
                        UPON  CONS
                    MOVE  16  TO  WS-PROGRAM-RC
                ELSE
                    PERFORM CREATE-PENDING-ACKS
                    ADD  1  TO  WS-FEEDS-REGISTERED
                END-IF
            END-IF.
        REGISTER-NEW-FEED-END.
            EXIT.

        READ-DELTA-TRAILER SECTION.
        READ-DELTA-TRAILER-END.
            EXIT.

        READ-CHANGE-TRAILER SECTION.
      *顧客住所変更連携ファイルを通しで読み、トレーラ(区分T)の明細
      *件数を取り出す
            MOVE  "N"   TO  WS-HAVE-TRAILER.
            MOVE  ZERO  TO  WS-TRAILER-COUNT.
            MOVE  FEED-FILE  TO  WS-CHANGE-FILE.
            OPEN  INPUT  CHGF.
            IF  CHGF-FST  =  "00"
                PERFORM  UNTIL  CHGF-FST  NOT  =  "00"
                    READ  CHGF
                        END
                            CONTINUE
                        NOT END
                            IF  CHG-ACTION  =  "T"
                                MOVE  "Y"  TO  WS-HAVE-TRAILER
                                MOVE  CHG-TRL-COUNT
                                    TO  WS-TRAILER-COUNT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE  CHGF
            END-IF.
        READ-CHANGE-TRAILER-END.
            EXIT.

        CREATE-PENDING-ACKS SECTION.
      *登録した世代1件について、全購読者の未応答行('P')を作る
      *(顧客住所変更連携はWS-CHANGE-SUBSCRIBERの購読者だけ)
            MOVE  "N"  TO  WS-FETCH-DONE.
            EXEC SQL
                DECLARE SUB_CUR CURSOR FOR
                    FETCH SUB_CUR INTO :SUBSCRIBER-ID
                END-EXEC
                IF  SQLSTATE  =  "00000"
                    AND  CUSTCHG-FEED
                    AND  SUBSCRIBER-ID  NOT  =  WS-CHANGE-SUBSCRIBER
                    CONTINUE
                ELSE IF  SQLSTATE  =  "00000"
                    MOVE  "P"   TO  ACK-STATE
                    MOVE  ZERO  TO  ACK-APPLIED
                    MOVE  ZERO  TO  ACK-DATE
                SET  FETCH-DONE  TO  TRUE
            END-IF.
            OPEN  OUTPUT  RPTF.
            MOVE  "symfo_feed_track: overdue delta/customer feeds"
                TO  RPT-LINE.
            WRITE  RPT-LINE.
            PERFORM  UNTIL  FETCH-DONE
            EXIT.

        COMPUTE-CUTOFF-DATE SECTION.
      *実行日から期限の営業日数だけさかのぼった日付を営業日
      *カレンダー(symfo_bizday)で求める。土日・祝日・自社休業日は
      *数えない。カレンダーが読めない・実行年が載っていない場合は
      *警告を表示し、土日だけを除いて数える
            MOVE  WS-RUN-DATE  TO  BIZ-DAY-FROM-DATE.
            MOVE  WS-DEADLINE-DAYS  TO  BIZ-DAY-COUNT.
            CALL  "symfo_bizday"  USING  BIZ-DAY-PARM.
            IF  BIZ-DAY-NO-CALENDAR
                DISPLAY  "symfo_feed_track: WARNING business-day"
                         " calendar unreadable, only weekends"
                         " skipped"
                    UPON  CONS
            ELSE IF  BIZ-DAY-YEAR-MISSING
                DISPLAY  "symfo_feed_track: WARNING business-day"
                         " calendar has no entries for the year,"
                         " only weekends skipped"
                    UPON  CONS
            END-IF.
            MOVE  BIZ-DAY-CUTOFF-DATE  TO  WS-CUTOFF-DATE.
        COMPUTE-CUTOFF-DATE-END.
            EXIT.

        END PROGRAM symfo_feed_track.
