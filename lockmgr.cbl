       01 jst-prog PIC X(20) VALUE "LOCKMGR".
       01 jst-rc PIC 9(4).
       01 jst-recs PIC 9(10).
       01 run-env PIC X(5).
       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "RunEnv" USING run-env.
           MOVE FUNCTION CURRENT-DATE TO mgr-timestamp.
           MOVE mgr-timestamp(1:8) TO now-date.
           COMPUTE now-sec =
