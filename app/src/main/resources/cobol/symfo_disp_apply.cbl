      *   C 住所ごと訂正する(DSP-ZIPCODEと住所3欄。その住所がPOST_CD
      *     でその郵便番号に当たることを検証する)
      * 検証に通らない決定は適用せず、監査記録へREJECTEDとして残す。
      * どのマスタ行にも当たらなかった決定はUNMATCHEDとして残す。
      * 決定者のオペレータIDはオペレータ登録簿(POST_CD_OPERATOR)と
      * 照合し、処置担当の権限を持つ有効なIDでない決定もREJECTEDと
      * する
      * 郵便番号・住所を訂正(A/C)した顧客は、返送郵便で郵送停止
      * ファイル(symfo_returnsが作る。既定はsuppress.csv、
      * SYMFO_SUPPRESS_FILEで差し替え可能)に載っていれば外す
      * 適用した決定は、CRM向けの顧客住所変更連携ファイル(CUSTREC
      * 様式の変更前後を持つCUSTCHG_REC様式。既定はcustchg.csvに実行
      * 日時を付けた世代名)へ決定区分を変更元として書き出し、世代台帳
      * へ種別CUSTCHGとして記録する(symfo_feed_trackのREGISTERが
      * 配信台帳へ登録する)
      * CONNECT/DISCONNECTの構成はsymfo_instに合わせている
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_disp_apply.
      *SYMFO_AUDIT_FILEで差し替え可能)
            SELECT  AUDF  ASSIGN  TO  WS-AUDIT-FILE
                STATUS  AUDF-FST.
      *郵送停止ファイル(既定はsuppress.csv。SYMFO_SUPPRESS_FILEで
      *差し替え可能。無ければ外す処理を行わない)
            SELECT  SUPF  ASSIGN  TO  WS-SUPPRESS-FILE
                STATUS  SUPF-FST.
      *CRM向けの顧客住所変更連携ファイル(既定はcustchg.csv。
      *SYMFO_CHANGE_FILEで差し替え可能。実行日時付きの世代名で書く)
            SELECT  CHGF  ASSIGN  TO  WS-CHANGE-FILE
                STATUS  CHGF-FST.
      *実行出力ファイルの世代台帳(既定はpostcd_gen_catalog.csv。
      *SYMFO_GEN_CATALOGで差し替え可能。初回実行ではまだ存在しない
      *ためOPTIONAL)
            SELECT  OPTIONAL  CATF  ASSIGN  TO  WS-CATALOG-FILE
                ORGANIZATION  LINE  SEQUENTIAL
                STATUS  CATF-FST.
        DATA DIVISION.
        FILE SECTION.
      *処置ファイルのレコード定義
                          ==CUST-ZIPCODE==   BY ==NEW-ZIPCODE==
                          ==CUST-PREF-NAME== BY ==NEW-PREF-NAME==
                          ==CUST-CITY-NAME== BY ==NEW-CITY-NAME==
                          ==CUST-TOWN-NAME== BY ==NEW-TOWN-NAME==
                          ==CUST-STREET-LINE==
                                             BY ==NEW-STREET-LINE==.
      *監査記録ファイルのレコード定義
        FD  AUDF.
        01  AUD-R.
            02  AUD-DATE               PIC 9(8).
            02  AUD-RESULT             PIC X(12).
            02  AUD-REASON             PIC X(40).
      *郵送停止ファイルのレコード定義
        FD  SUPF.
            COPY SUPPRESS_REC.
      *顧客住所変更連携ファイルのレコード定義(明細とトレーラ)
        FD  CHGF.
            COPY CUSTCHG_REC.
      *世代台帳のレコード定義(書き手のsymfo_inst等と同じ様式)
        FD  CATF.
        01  CAT-R.
            02  CAT-PROGRAM            PIC X(22).
            02  CAT-RUN-DATE           PIC 9(8).
            02  FILLER                 PIC X(1).
            02  CAT-RUN-TIME           PIC 9(8).
            02  FILLER                 PIC X(1).
            02  CAT-KIND               PIC X(12).
            02  FILLER                 PIC X(1).
            02  CAT-FILE               PIC X(120).
        WORKING-STORAGE SECTION.
      *プレコンパイラに渡す設定開始宣言
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
        01  CUSTF-FST              PIC X(02).
        01  NEWCF-FST              PIC X(02).
        01  AUDF-FST               PIC X(02).
        01  SUPF-FST               PIC X(02).
        01  CHGF-FST               PIC X(02).
        01  CATF-FST               PIC X(02).
      *各ファイル名(環境変数で差し替え可能)
        01  WS-DECISION-FILE       PIC X(100)  VALUE "decision.csv".
        01  WS-INPUT-FILE          PIC X(100)  VALUE "customer.csv".
                                    VALUE "customer_new.csv".
        01  WS-AUDIT-FILE          PIC X(100)
                                    VALUE "disposition_audit.csv".
        01  WS-SUPPRESS-FILE       PIC X(100)  VALUE "suppress.csv".
        01  WS-CHANGE-FILE         PIC X(100)  VALUE "custchg.csv".
        01  WS-CATALOG-FILE        PIC X(100)
                                    VALUE "postcd_gen_catalog.csv".
        01  WORK                   PIC X(100).
      *実行日(監査記録用)と実行時刻(顧客住所変更連携ファイルの世代名
      *用)
        01  WS-RUN-DATE            PIC 9(8).
        01  WS-RUN-DATE-X  REDEFINES  WS-RUN-DATE  PIC X(8).
        01  WS-RUN-TIME            PIC 9(8).
        01  WS-RUN-TIME-X  REDEFINES  WS-RUN-TIME  PIC X(8).
      *決定を反映する前のマスタ行の郵便番号・住所(変更明細の変更前)
        01  WS-OLD-CUST.
          02  WS-OLD-ZIPCODE       PIC X(7).
          02  WS-OLD-PREF-NAME     PIC N(10).
          02  WS-OLD-CITY-NAME     PIC N(20).
          02  WS-OLD-TOWN-NAME     PIC N(30).
          02  WS-OLD-STREET-LINE   PIC N(40).
      *顧客住所変更連携ファイルへ書き出した明細件数
        01  WS-CHANGE-COUNT        PIC 9(7)  BINARY  VALUE ZERO.
      *読み込んだ処置決定の表(顧客IDで引く。5000件まで)
        01  WS-DSP-TBL.
          02  WS-DSP-ENT  OCCURS 5000 TIMES.
            03  WS-DSP-OPERATOR    PIC X(20).
      *この決定がマスタ行に当たったかどうか(Y=当たった)
            03  WS-DSP-USED        PIC X(1).
      *この決定で郵便番号・住所を訂正したかどうか(Y=訂正した)
            03  WS-DSP-CORRECTED   PIC X(1).
        01  WS-DSP-COUNT           PIC 9(5)  BINARY  VALUE ZERO.
        01  WS-DSP-IDX             PIC 9(5)  BINARY.
        01  WS-DSP-HIT             PIC 9(5)  BINARY.
          88  DSP-VALID                 VALUE "Y".
          88  DSP-INVALID               VALUE "N".
        01  WS-DSP-REASON          PIC X(40).
      *郵送停止ファイルの読み込み表(書き戻す行をSUP-Rのまま持つ。
      *10000件まで)と、読み込めたかどうか(Y=書き戻してよい)
        01  WS-SUP-TBL.
          02  WS-SUP-ENT  OCCURS 10000 TIMES.
            03  WS-SUP-REC         PIC X(43).
        01  WS-SUP-COUNT           PIC 9(5)  BINARY  VALUE ZERO.
        01  WS-SUP-IDX             PIC 9(5)  BINARY.
        01  WS-SUP-KEEP            PIC X(01).
        01  WS-SUP-LOADED          PIC X(01)  VALUE "N".
          88  SUPPRESS-LOADED           VALUE "Y".
      *実行結果の集計(マスタ読み込み、適用、差し戻し、不一致決定)
        01  WS-ROWS-READ           PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-APPLIED        PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-REJECTED       PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-ROWS-UNMATCHED      PIC 9(7)  BINARY  VALUE ZERO.
      *郵送停止ファイルから外した顧客の件数
        01  WS-ROWS-RELEASED       PIC 9(7)  BINARY  VALUE ZERO.
      *オペレータ登録簿の照合モジュールの呼び出しインタフェース
            COPY OPER_CHECK.
      *プログラムの終了コード。全決定を適用できれば0、差し戻し・
      *不一致決定ありは4、引数・容量不正は8、異常時は16
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-AUDIT-FILE
            END-IF.
            DISPLAY  "SYMFO_SUPPRESS_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                 FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-SUPPRESS-FILE
            END-IF.
            DISPLAY  "SYMFO_CHANGE_FILE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-CHANGE-FILE
            END-IF.
            DISPLAY  "SYMFO_GEN_CATALOG"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK               FROM  ENVIRONMENT-VALUE.
            IF  WORK  NOT  =  SPACES
                MOVE  WORK  TO  WS-CATALOG-FILE
            END-IF.

      *実行日時を取得しておく(監査記録と変更連携ファイルの世代名用)
            ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
            ACCEPT  WS-RUN-TIME  FROM  TIME.

      *接続先データベースの別名(未設定の場合はSAMPLEのまま。UAT/DRへ
      *向ける場合はSYMFO_DB_ALIASで差し替える)
            OPEN  INPUT   CUSTF.
            OPEN  OUTPUT  NEWCF.
            OPEN  OUTPUT  AUDF.
            PERFORM OPEN-CHANGE-FEED.

      *マスタを1行ずつ読み、処置決定があれば検証して反映する。決定の
      *無い行はそのまま書き写す
            CLOSE  CUSTF.
            CLOSE  NEWCF.
            CLOSE  AUDF.
            PERFORM CLOSE-CHANGE-FEED.

      *訂正した顧客を郵送停止ファイルから外す
            PERFORM RELEASE-SUPPRESSIONS.

      *読み込み、適用、差し戻し、不一致決定の各件数を表示する
            DISPLAY  "symfo_disp_apply: read="  WS-ROWS-READ
                     " applied="                WS-ROWS-APPLIED
                     " rejected="               WS-ROWS-REJECTED
                     " unmatched="              WS-ROWS-UNMATCHED
                     " released="               WS-ROWS-RELEASED
                     " changed="                WS-CHANGE-COUNT
                UPON  CONS.

      *差し戻し・不一致決定が1件でもあれば0以外で終了する
                                    TO  WS-DSP-OPERATOR(WS-DSP-COUNT)
                                MOVE  "N"
                                    TO  WS-DSP-USED(WS-DSP-COUNT)
                                MOVE  "N"
                                    TO  WS-DSP-CORRECTED(WS-DSP-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
            END-PERFORM.
            IF  WS-DSP-HIT  NOT  =  ZERO
                MOVE  "Y"  TO  WS-DSP-USED(WS-DSP-HIT)
                PERFORM VERIFY-DECISION-OPERATOR
                IF  DSP-VALID
                    PERFORM VALIDATE-DISPOSITION
                END-IF
                IF  DSP-VALID
                    MOVE  CUST-ZIPCODE      TO  WS-OLD-ZIPCODE
                    MOVE  CUST-PREF-NAME    TO  WS-OLD-PREF-NAME
                    MOVE  CUST-CITY-NAME    TO  WS-OLD-CITY-NAME
                    MOVE  CUST-TOWN-NAME    TO  WS-OLD-TOWN-NAME
                    MOVE  CUST-STREET-LINE  TO  WS-OLD-STREET-LINE
                    PERFORM APPLY-DISPOSITION
                    PERFORM WRITE-AUDIT-APPLIED
                    PERFORM WRITE-CHANGE-RECORD
                ELSE
                    PERFORM WRITE-AUDIT-REJECTED
                END-IF
        APPLY-ONE-ROW-END.
            EXIT.

        VERIFY-DECISION-OPERATOR SECTION.
      *決定者のオペレータIDを登録簿と照合する。登録の無いID・停止中
      *のID・有効期間外のID・処置担当の権限の無いIDの決定は適用しない
            MOVE  "Y"     TO  WS-DSP-VALID.
            MOVE  SPACES  TO  WS-DSP-REASON.
            MOVE  WS-DSP-OPERATOR(WS-DSP-HIT)  TO  OPER-CHK-ID.
            MOVE  "D"                          TO  OPER-CHK-ROLE.
            MOVE  WS-RUN-DATE                  TO  OPER-CHK-DATE.
            CALL  "symfo_oper_check"  USING  OPER-CHK-PARM.
            IF  NOT  OPER-CHK-OK
                MOVE  "N"              TO  WS-DSP-VALID
                MOVE  OPER-CHK-REASON  TO  WS-DSP-REASON
                IF  OPER-CHK-FAILED
                    MOVE  16  TO  WS-PROGRAM-RC
                END-IF
            END-IF.
        VERIFY-DECISION-OPERATOR-END.
            EXIT.

        VALIDATE-DISPOSITION SECTION.
      *決定1件をPOST_CDで検証する
            MOVE  "Y"     TO  WS-DSP-VALID.
            EVALUATE  WS-DSP-DECISION(WS-DSP-HIT)
                WHEN  "A"
                    MOVE  WS-DSP-ZIP(WS-DSP-HIT)  TO  CUST-ZIPCODE
                    MOVE  "Y"  TO  WS-DSP-CORRECTED(WS-DSP-HIT)
                WHEN  "K"
                    CONTINUE
                WHEN  "C"
                    MOVE  WS-DSP-ZIP(WS-DSP-HIT)  TO  CUST-ZIPCODE
                    MOVE  "Y"  TO  WS-DSP-CORRECTED(WS-DSP-HIT)
                    MOVE  WS-DSP-PREF(WS-DSP-HIT)
                        TO  CUST-PREF-NAME
                    MOVE  WS-DSP-CITY(WS-DSP-HIT)
            MOVE  CUST-PREF-NAME  TO  NEW-PREF-NAME.
            MOVE  CUST-CITY-NAME  TO  NEW-CITY-NAME.
            MOVE  CUST-TOWN-NAME  TO  NEW-TOWN-NAME.
            MOVE  CUST-STREET-LINE  TO  NEW-STREET-LINE.
            WRITE  NEW-R.
        WRITE-NEW-MASTER-ROW-END.
            EXIT.
        WRITE-AUDIT-APPLIED-END.
            EXIT.

        OPEN-CHANGE-FEED SECTION.
      *顧客住所変更連携ファイルを実行日時付きの世代名で開く(前の実行
      *の世代をCRMが取得する前に上書きしないため)
            MOVE  WS-CHANGE-FILE  TO  WORK.
            MOVE  SPACES  TO  WS-CHANGE-FILE.
            STRING  WORK           DELIMITED  BY  SPACE
                    "."            DELIMITED  BY  SIZE
                    WS-RUN-DATE-X  DELIMITED  BY  SIZE
                    "."            DELIMITED  BY  SIZE
                    WS-RUN-TIME-X  DELIMITED  BY  SIZE
                INTO  WS-CHANGE-FILE.
            MOVE  ZERO  TO  WS-CHANGE-COUNT.
            OPEN  OUTPUT  CHGF.
        OPEN-CHANGE-FEED-END.
            EXIT.

        WRITE-CHANGE-RECORD SECTION.
      *適用した決定1件の変更明細を書き出す(変更元は決定区分。変更前
      *は反映前に退避したマスタ行、変更後は反映後のマスタ行)
            MOVE  "C"                          TO  CHG-ACTION.
            MOVE  CUST-ID                      TO  CHG-CUST-ID.
            MOVE  WS-DSP-DECISION(WS-DSP-HIT)  TO  CHG-SOURCE.
            MOVE  WS-RUN-DATE                  TO  CHG-RUN-DATE.
            MOVE  WS-OLD-ZIPCODE      TO  CHG-OLD-ZIPCODE.
            MOVE  WS-OLD-PREF-NAME    TO  CHG-OLD-PREF-NAME.
            MOVE  WS-OLD-CITY-NAME    TO  CHG-OLD-CITY-NAME.
            MOVE  WS-OLD-TOWN-NAME    TO  CHG-OLD-TOWN-NAME.
            MOVE  WS-OLD-STREET-LINE  TO  CHG-OLD-STREET-LINE.
            MOVE  CUST-ZIPCODE        TO  CHG-NEW-ZIPCODE.
            MOVE  CUST-PREF-NAME      TO  CHG-NEW-PREF-NAME.
            MOVE  CUST-CITY-NAME      TO  CHG-NEW-CITY-NAME.
            MOVE  CUST-TOWN-NAME      TO  CHG-NEW-TOWN-NAME.
            MOVE  CUST-STREET-LINE    TO  CHG-NEW-STREET-LINE.
            WRITE  CHG-R.
            ADD  1  TO  WS-CHANGE-COUNT.
        WRITE-CHANGE-RECORD-END.
            EXIT.

        CLOSE-CHANGE-FEED SECTION.
      *顧客住所変更連携ファイルのトレーラ(明細件数+実行日)を書き出して
      *閉じ、世代台帳へ種別CUSTCHGとして記録する。読み取り異常等で
      *異常終了する実行はトレーラを付けず台帳へも記録しない(受信側は
      *トレーラの無いファイルを適用しない)
            IF  WS-PROGRAM-RC  <  8
                MOVE  SPACES           TO  CHG-TRAILER
                MOVE  "T"              TO  CHG-TRL-ACTION
                MOVE  WS-CHANGE-COUNT  TO  CHG-TRL-COUNT
                MOVE  WS-RUN-DATE      TO  CHG-TRL-RUN-DATE
                WRITE  CHG-TRAILER
                CLOSE  CHGF
                OPEN  EXTEND  CATF
                IF  CATF-FST  NOT  =  "00"
                    DISPLAY  "symfo_disp_apply: generation catalog"
                             " open error FST="  CATF-FST
                        UPON  CONS
                ELSE
                    MOVE  SPACES              TO  CAT-R
                    MOVE  "symfo_disp_apply"  TO  CAT-PROGRAM
                    MOVE  WS-RUN-DATE         TO  CAT-RUN-DATE
                    MOVE  WS-RUN-TIME         TO  CAT-RUN-TIME
                    MOVE  "CUSTCHG"           TO  CAT-KIND
                    MOVE  WS-CHANGE-FILE      TO  CAT-FILE
                    WRITE  CAT-R
                    CLOSE  CATF
                END-IF
            ELSE
                CLOSE  CHGF
                DISPLAY  "symfo_disp_apply: change feed left without"
                         " trailer: "  WS-CHANGE-FILE
                    UPON  CONS
            END-IF.
        CLOSE-CHANGE-FEED-END.
            EXIT.

        WRITE-AUDIT-REJECTED SECTION.
      *検証に通らなかった決定の監査記録を書き出す(マスタ行は変えない)
            MOVE  WS-DSP-ID(WS-DSP-HIT)        TO  AUD-CUST-ID.
        REPORT-UNMATCHED-DISPOSITIONS-END.
            EXIT.

        RELEASE-SUPPRESSIONS SECTION.
      *郵送停止ファイルを読み込み、この実行で訂正した顧客の行を除いて
      *書き戻す(ファイルが無い、または訂正が無ければ何もしない)
            OPEN  INPUT  SUPF.
            IF  SUPF-FST  =  "35"
                CONTINUE
            ELSE IF  SUPF-FST  NOT  =  "00"
                DISPLAY  "symfo_disp_apply: suppression file open"
                         " error FST="  SUPF-FST
                    UPON  CONS
                MOVE  16  TO  WS-PROGRAM-RC
            ELSE
                MOVE  "Y"  TO  WS-SUP-LOADED
                PERFORM  UNTIL  SUPF-FST  NOT  =  "00"
                    READ  SUPF
                        END
                            CONTINUE
                        NOT END
                            PERFORM KEEP-OR-RELEASE-ROW
                    END-READ
                END-PERFORM
                CLOSE  SUPF
            END-IF
            END-IF.
      *外す行が1件でもあれば、残す行で停止ファイルを書き直す
            IF  SUPPRESS-LOADED
                AND  WS-ROWS-RELEASED  NOT  =  ZERO
                OPEN  OUTPUT  SUPF
                PERFORM  VARYING  WS-SUP-IDX  FROM  1  BY  1
                        UNTIL  WS-SUP-IDX  >  WS-SUP-COUNT
                    MOVE  WS-SUP-REC(WS-SUP-IDX)  TO  SUP-R
                    WRITE  SUP-R
                END-PERFORM
                CLOSE  SUPF
            END-IF.
        RELEASE-SUPPRESSIONS-END.
            EXIT.

        KEEP-OR-RELEASE-ROW SECTION.
      *停止ファイルの1行について、この実行で訂正した顧客なら外し、
      *そうでなければ書き戻す表へ残す(表が一杯の場合は書き戻さず
      *停止ファイルをそのままにする)
            MOVE  "Y"  TO  WS-SUP-KEEP.
            PERFORM  VARYING  WS-DSP-IDX  FROM  1  BY  1
                    UNTIL  WS-DSP-IDX  >  WS-DSP-COUNT
                IF  WS-DSP-ID(WS-DSP-IDX)  =  SUP-CUST-ID
                    AND  WS-DSP-CORRECTED(WS-DSP-IDX)  =  "Y"
                    MOVE  "N"  TO  WS-SUP-KEEP
                    COMPUTE  WS-DSP-IDX  =  WS-DSP-COUNT + 1
                END-IF
            END-PERFORM.
            IF  WS-SUP-KEEP  =  "N"
                ADD  1  TO  WS-ROWS-RELEASED
            ELSE IF  WS-SUP-COUNT  >=  10000
                DISPLAY  "symfo_disp_apply: more than 10000"
                         " suppressed customers, file left as is"
                    UPON  CONS
                MOVE  "N"   TO  WS-SUP-LOADED
                MOVE  ZERO  TO  WS-ROWS-RELEASED
                MOVE  "99"  TO  SUPF-FST
            ELSE
                ADD  1  TO  WS-SUP-COUNT
                MOVE  SUP-R  TO  WS-SUP-REC(WS-SUP-COUNT)
            END-IF
            END-IF.
        KEEP-OR-RELEASE-ROW-END.
            EXIT.

        END PROGRAM symfo_disp_apply.
