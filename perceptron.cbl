       ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT TRAINING ASSIGN USING WS-TRN-FILE
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-TRN-STATUS.
                    SELECT OPTIONAL WEIGHTS-FILE ASSIGN TO "WEIGHTS.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-WEIGHTS-STATUS.
                       ASSIGN TO "FEEDBACK.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FDBK-STATUS.
                    SELECT OPTIONAL POLICY-FILE ASSIGN TO "POLICY.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-POL-STATUS.
                    SELECT OPTIONAL SHADOW-FILE ASSIGN TO "SHADOW.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-SHD-STATUS.
                    SELECT SHADRPT-FILE ASSIGN TO "SHADRPT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-SRPT-STATUS.
                    SELECT OPTIONAL TUNEGRID-FILE
                       ASSIGN TO "TUNEGRID.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-TGRD-STATUS.
                    SELECT TUNERPT-FILE ASSIGN TO "TUNERPT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-TRPT-STATUS.
                    SELECT BANDWORK-FILE ASSIGN TO "BANDWORK.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-BWK-STATUS.
                    SELECT BANDSORT-FILE ASSIGN TO "BANDSORT.TMP".
                    SELECT BANDSRT-FILE ASSIGN TO "BANDSRT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-BSRT-STATUS.
                    SELECT BANDGRP-FILE ASSIGN TO "BANDGRP.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-BGRP-STATUS.
                    SELECT BANDRPT-FILE ASSIGN TO "BANDRPT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-BRPT-STATUS.
                    SELECT OPTIONAL CANDSNAP-FILE
                       ASSIGN TO "CANDSNAP.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SNAP-KEY
                       FILE STATUS IS WS-SNAP-STATUS.
                    SELECT OPTIONAL MODELCTL-FILE
                       ASSIGN TO "MODELCTL.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-MCTL-STATUS.
                    SELECT TALLWORK-FILE ASSIGN TO "TALLWORK.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-TWK-STATUS.
                    SELECT RUNLEDGR-FILE ASSIGN TO "RUNLEDGR.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-LDG-STATUS.
                    SELECT LEDGSORT-FILE ASSIGN TO "LEDGSORT.TMP".
                    SELECT LEDGSRT-FILE ASSIGN TO "LEDGSRT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-LSRT-STATUS.
                    SELECT LEDGRPT-FILE ASSIGN TO "LEDGRPT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-LRPT-STATUS.
                    SELECT DECISIONS-FILE ASSIGN TO "DECISIONS.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-DEC-STATUS.
                    SELECT DATAPROF-FILE ASSIGN TO "DATAPROF.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-DPRF-STATUS.
                    SELECT PRFWORK-FILE ASSIGN TO "PRFWORK.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-PWK-STATUS.
                    SELECT PRFSORT-FILE ASSIGN TO "PRFSORT.TMP".
                    SELECT PRFSRT-FILE ASSIGN TO "PRFSRT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-PSRT-STATUS.
                    SELECT PRFVAL-FILE ASSIGN TO "PRFVAL.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-PVL-STATUS.
                    SELECT PRFVSORT-FILE ASSIGN TO "PRFVSORT.TMP".
                    SELECT PRFVSRT-FILE ASSIGN TO "PRFVSRT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-PVSR-STATUS.
                    SELECT TRNWORK-FILE ASSIGN TO "TRNWORK.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-TRW-STATUS.
                    SELECT SEENWORK-FILE ASSIGN TO "SEENWORK.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SEEN-ID
                       FILE STATUS IS WS-SEEN-STATUS.
                    SELECT DSPWORK-FILE ASSIGN TO "DSPWORK.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DW-ID
                       FILE STATUS IS WS-DW-STATUS.

       DATA DIVISION.
            FILE SECTION.
                        02 RES-DATE PIC X(8).
                        02 FILLER PIC X(1).
                        02 RES-MODEL PIC X(8).
                        02 FILLER PIC X(1).
                        02 RES-SOURCE PIC X(8).
                        02 FILLER PIC X(1).
                        02 RES-POL-CODE PIC X(4).

                FD REFERRALS-FILE.
                    01 REF-REC.
                        02 REF-DATE PIC X(8).
                        02 FILLER PIC X(1).
                        02 REF-MODEL PIC X(8).
                        02 FILLER PIC X(1).
                        02 REF-POL-CODE PIC X(4).
                        02 FILLER PIC X(1).
                        02 REF-PRODUCT PIC X(8).
                        02 FILLER PIC X(1).
                        02 REF-VER PIC 9(4).

                FD REPORT-FILE.
                    01 REPORT-REC PIC X(80).
                        02 PARM-BAND PIC 9V9(4).
                        02 PARM-REF-AGE PIC 9(3).
                        02 PARM-STAB-PCT PIC 9(3).
                        02 PARM-MIN-MINOR PIC 9(3).
                        02 PARM-MAX-CONFLICT PIC 9(5).
                        02 PARM-MIN-ROWS PIC 9(5).

                FD RUNCTL-FILE.
                    01 RUNCTL-REC.
                        02 RUN-PURGE-DAYS PIC 9(3).
                        02 RUN-INQ-ID PIC X(10).
                        02 RUN-MODEL PIC X(8).
                        02 RUN-SHADOW PIC 9(4).
                        02 RUN-RERUN PIC X.
                        02 RUN-FROM-DATE PIC X(8).
                        02 RUN-TO-DATE PIC X(8).

                FD REGISTRY-FILE.
                    01 REG-REC.
                FD RUNSTATS-FILE.
                    01 RSTAT-REC.
                        02 RS-DATE PIC X(8).
                        02 RS-COUNT PIC 9(7).
                        02 RS-MEAN PIC S99V9999 SIGN LEADING SEPARATE.
                        02 RS-APPROVE PIC 9(7).
                        02 RS-REFER PIC 9(7).
                        02 RS-DECLINE PIC 9(7).

                FD AUDIT-FILE.
                    01 AUDIT-REC PIC X(200).
                FD SCORECKPT-FILE.
                    01 SCKPT-REC.
                        02 SC-DATE PIC X(8).
                        02 SC-RESUB PIC 9(7).
                        02 SC-DRIFT PIC 9(7).
                        02 SC-MDL-GRP OCCURS 50 TIMES.
                            03 SC-STB-CNT PIC 9(7).
                            03 SC-STB-LO PIC 9(7) OCCURS 8 TIMES.
                            03 SC-STB-HI PIC 9(7) OCCURS 8 TIMES.
                            03 SC-STB-SUM PIC S9(9)V99
                                          SIGN LEADING SEPARATE
                                          OCCURS 8 TIMES.
                        02 DISP-DATE PIC X(8).

                FD REFWORK-FILE.
                    01 RWK-REC PIC X(56).

                FD OVERDUE-FILE.
                    01 OVD-REC PIC X(80).
                FD FEEDBACK-FILE.
                    01 FDBK-REC PIC X(80).

                FD POLICY-FILE.
                    01 POL-REC.
                        02 POL-MODEL PIC X(8).
                        02 FILLER PIC X(1).
                        02 POL-FEAT PIC 99.
                        02 FILLER PIC X(1).
                        02 POL-OP PIC X(2).
                        02 FILLER PIC X(1).
                        02 POL-THRESHOLD PIC 9(4).
                        02 FILLER PIC X(1).
                        02 POL-ACTION PIC X(7).
                        02 FILLER PIC X(1).
                        02 POL-CODE PIC X(4).

                FD SHADOW-FILE.
                    01 SHD-REC.
                        02 SHD-ID PIC X(10).
                        02 FILLER PIC X(1).
                        02 SHD-MODEL PIC X(8).
                        02 FILLER PIC X(1).
                        02 SHD-DATE PIC X(8).
                        02 FILLER PIC X(1).
                        02 SHD-LIVE-VER PIC 9(4).
                        02 FILLER PIC X(1).
                        02 SHD-LIVE-SCORE PIC -99.9999.
                        02 FILLER PIC X(1).
                        02 SHD-LIVE-DEC PIC X(7).
                        02 FILLER PIC X(1).
                        02 SHD-VER PIC 9(4).
                        02 FILLER PIC X(1).
                        02 SHD-SCORE PIC -99.9999.
                        02 FILLER PIC X(1).
                        02 SHD-DEC PIC X(7).
                        02 FILLER PIC X(1).
                        02 SHD-SOURCE PIC X(8).

                FD SHADRPT-FILE.
                    01 SRPT-REC PIC X(80).

                FD TUNEGRID-FILE.
                    01 TG-REC.
                        02 TG-LR PIC 9(2)V9(4).
                        02 TG-IT PIC 99.

                FD TUNERPT-FILE.
                    01 TRPT-REC PIC X(80).

                FD BANDWORK-FILE.
                    01 BWK-REC.
                        02 BWK-MODEL PIC X(8).
                        02 BWK-VER PIC 9(4).
                        02 BWK-SCORE PIC S99V9999
                                     SIGN LEADING SEPARATE.
                        02 BWK-Y PIC 9.

                SD BANDSORT-FILE.
                    01 BS-REC.
                        02 BS-MODEL PIC X(8).
                        02 BS-VER PIC 9(4).
                        02 BS-SCORE PIC S99V9999
                                    SIGN LEADING SEPARATE.
                        02 BS-Y PIC 9.

                FD BANDSRT-FILE.
                    01 BSR-REC.
                        02 BSR-MODEL PIC X(8).
                        02 BSR-VER PIC 9(4).
                        02 BSR-SCORE PIC S99V9999
                                     SIGN LEADING SEPARATE.
                        02 BSR-Y PIC 9.

                FD BANDGRP-FILE.
                    01 BGP-REC.
                        02 BGP-MODEL PIC X(8).
                        02 BGP-VER PIC 9(4).
                        02 BGP-CNT PIC 9(7).
                        02 BGP-GOOD PIC 9(7).
                        02 BGP-BAD PIC 9(7).

                FD BANDRPT-FILE.
                    01 BRPT-REC PIC X(80).

                FD CANDSNAP-FILE.
                    01 SNAP-REC.
                        02 SNAP-KEY.
                            03 SNAP-ID PIC X(10).
                            03 SNAP-DATE PIC X(8).
                        02 SNAP-PRODUCT PIC X(8).
                        02 SNAP-MODEL PIC X(8).
                        02 SNAP-VER PIC 9(4).
                        02 SNAP-NUM-FEAT PIC 99.
                        02 SNAP-FEATURES PIC X(32).

                FD MODELCTL-FILE.
                    01 MC-REC.
                        02 MC-MODEL PIC X(8).
                        02 FILLER PIC X(1).
                        02 MC-FILE PIC X(20).
                        02 FILLER PIC X(1).
                        02 MC-LR PIC 9(2)V9(4).
                        02 FILLER PIC X(1).
                        02 MC-IT PIC 99.
                        02 FILLER PIC X(1).
                        02 MC-FLOOR PIC 9(3).
                        02 FILLER PIC X(1).
                        02 MC-MARGIN PIC 9(3).

                FD TALLWORK-FILE.
                    01 TWK-REC PIC X(80).

                FD RUNLEDGR-FILE.
                    01 LDG-REC.
                        02 LDG-DATE PIC X(8).
                        02 FILLER PIC X(1).
                        02 LDG-TIME PIC X(6).
                        02 FILLER PIC X(1).
                        02 LDG-MODE PIC X(11).
                        02 FILLER PIC X(1).
                        02 LDG-MODEL PIC X(8).
                        02 FILLER PIC X(1).
                        02 LDG-SENDER PIC X(10).
                        02 FILLER PIC X(1).
                        02 LDG-BUSDATE PIC X(8).
                        02 FILLER PIC X(1).
                        02 LDG-TRL-CNT PIC 9(5).
                        02 FILLER PIC X(1).
                        02 LDG-TRL-HASH PIC 9(9).
                        02 FILLER PIC X(1).
                        02 LDG-IN PIC 9(7).
                        02 FILLER PIC X(1).
                        02 LDG-OUT PIC 9(7).
                        02 FILLER PIC X(1).
                        02 LDG-REJ PIC 9(7).
                        02 FILLER PIC X(1).
                        02 LDG-FLAG PIC X(1).
                        02 FILLER PIC X(1).
                        02 LDG-RC PIC 99.
                        02 FILLER PIC X(1).
                        02 LDG-SEQ PIC 9(6).

                SD LEDGSORT-FILE.
                    01 LSD-REC.
                        02 LSD-DATE PIC X(8).
                        02 FILLER PIC X(1).
                        02 LSD-TIME PIC X(6).
                        02 FILLER PIC X(1).
                        02 LSD-MODE PIC X(11).
                        02 FILLER PIC X(1).
                        02 LSD-MODEL PIC X(8).
                        02 FILLER PIC X(1).
                        02 LSD-SENDER PIC X(10).
                        02 FILLER PIC X(1).
                        02 LSD-BUSDATE PIC X(8).
                        02 FILLER PIC X(1).
                        02 LSD-TRL-CNT PIC 9(5).
                        02 FILLER PIC X(1).
                        02 LSD-TRL-HASH PIC 9(9).
                        02 FILLER PIC X(1).
                        02 LSD-IN PIC 9(7).
                        02 FILLER PIC X(1).
                        02 LSD-OUT PIC 9(7).
                        02 FILLER PIC X(1).
                        02 LSD-REJ PIC 9(7).
                        02 FILLER PIC X(1).
                        02 LSD-FLAG PIC X(1).
                        02 FILLER PIC X(1).
                        02 LSD-RC PIC 99.
                        02 FILLER PIC X(1).
                        02 LSD-SEQ PIC 9(6).

                FD LEDGSRT-FILE.
                    01 LSR-REC.
                        02 LSR-DATE PIC X(8).
                        02 FILLER PIC X(1).
                        02 LSR-TIME PIC X(6).
                        02 FILLER PIC X(1).
                        02 LSR-MODE PIC X(11).
                        02 FILLER PIC X(1).
                        02 LSR-MODEL PIC X(8).
                        02 FILLER PIC X(1).
                        02 LSR-SENDER PIC X(10).
                        02 FILLER PIC X(1).
                        02 LSR-BUSDATE PIC X(8).
                        02 FILLER PIC X(1).
                        02 LSR-TRL-CNT PIC 9(5).
                        02 FILLER PIC X(1).
                        02 LSR-TRL-HASH PIC 9(9).
                        02 FILLER PIC X(1).
                        02 LSR-IN PIC 9(7).
                        02 FILLER PIC X(1).
                        02 LSR-OUT PIC 9(7).
                        02 FILLER PIC X(1).
                        02 LSR-REJ PIC 9(7).
                        02 FILLER PIC X(1).
                        02 LSR-FLAG PIC X(1).
                        02 FILLER PIC X(1).
                        02 LSR-RC PIC 99.
                        02 FILLER PIC X(1).
                        02 LSR-SEQ PIC 9(6).

                FD LEDGRPT-FILE.
                    01 LRPT-REC PIC X(80).

                FD DECISIONS-FILE.
                    01 DEC-HDR-REC.
                        02 DH-TYPE PIC X(3).
                        02 DH-SENDER PIC X(10).
                        02 DH-BUSDATE PIC X(8).
                        02 DH-SEQ PIC 9(6).
                        02 DH-SOURCE PIC X(8).
                        02 FILLER PIC X(45).
                    01 DEC-DTL-REC.
                        02 DD-TYPE PIC X(3).
                        02 DD-ID PIC X(10).
                        02 DD-PRODUCT PIC X(8).
                        02 DD-DECISION PIC X(7).
                        02 DD-SOURCE PIC X(8).
                        02 DD-SCORE PIC S99V9999 SIGN LEADING SEPARATE.
                        02 DD-GEN PIC 9(4).
                        02 DD-REASON PIC X(4).
                        02 FILLER PIC X(29).
                    01 DEC-TRL-REC.
                        02 DT-TYPE PIC X(3).
                        02 DT-CNT PIC 9(7).
                        02 DT-HASH PIC S9(9)V9999 SIGN LEADING SEPARATE.
                        02 FILLER PIC X(56).

                FD DATAPROF-FILE.
                    01 DPRF-REC PIC X(80).

                FD PRFWORK-FILE.
                    01 PWK-REC.
                        02 PWK-X PIC X(4) OCCURS 8 TIMES.
                        02 PWK-Y PIC 9.

                SD PRFSORT-FILE.
                    01 PS-REC.
                        02 PS-FEATS PIC X(32).
                        02 PS-Y PIC 9.

                FD PRFSRT-FILE.
                    01 PSR-REC.
                        02 PSR-FEATS PIC X(32).
                        02 PSR-Y PIC 9.

                FD PRFVAL-FILE.
                    01 PVL-REC.
                        02 PVL-FEAT PIC 99.
                        02 PVL-VAL PIC X(4).

                SD PRFVSORT-FILE.
                    01 PVS-REC.
                        02 PVS-FEAT PIC 99.
                        02 PVS-VAL PIC X(4).

                FD PRFVSRT-FILE.
                    01 PVR-REC.
                        02 PVR-FEAT PIC 99.
                        02 PVR-VAL PIC X(4).

                FD TRNWORK-FILE.
                    01 TRW-REC.
                        02 TRW-VALID PIC X.
                        02 TRW-Y PIC 9.
                        02 TRW-X PIC X(4) OCCURS 8 TIMES.

                FD SEENWORK-FILE.
                    01 SEEN-REC.
                        02 SEEN-ID PIC X(10).

                FD DSPWORK-FILE.
                    01 DW-REC.
                        02 DW-ID PIC X(10).
                        02 DW-DEC PIC X(7).
                        02 DW-DATE PIC X(8).
                        02 DW-USED PIC X.

                FD WEIGHTS-FILE.
                    01 WT-REC.
                        02 WT-MODEL PIC X(8).
                01 WS-WEIGHTS-FOUND PIC X VALUE "N".
                01 WS-BATCH-CHOICE PIC X VALUE "N".
                01 WS-EOF-CANDIDATES PIC X VALUE "N".
                01 WS-EPOCH PIC 999.
                01 WS-EP-ERR PIC S9(9)V9999.
                01 WS-EP-OK PIC 9(7).
                01 WS-EP-RECS PIC 9(7).
                01 WS-CLASS PIC 9.
                01 WS-ROW-VALID PIC X VALUE "Y".
                01 WS-PARAMS-STATUS PIC XX.
                01 WS-EXC-STATUS PIC XX.
                01 WS-RESUME-CHOICE PIC X VALUE "N".
                01 WS-CKPT-FOUND PIC X VALUE "N".
                01 WS-START-EPOCH PIC 999 VALUE 1.
                01 WS-RUN-DATE PIC X(8).
                01 WS-RUNCTL-STATUS PIC XX.
                01 WS-RUNCTL-FOUND PIC X VALUE "N".
                01 WS-DO-TRAIN PIC X VALUE "Y".
                01 WS-EXC-COUNT PIC 9(7) VALUE 0.
                01 WS-FAIL-FLAG PIC X VALUE "N".
                01 WS-RES-STATUS PIC XX.
                01 WS-TRAIN-RAN PIC X VALUE "N".
                01 WS-BATCH-RAN PIC X VALUE "N".
                01 WS-EP-INV PIC 9(7) VALUE 0.
                01 WS-HOLD-INV PIC 9(7) VALUE 0.
                01 WS-CT-TRAIN-VALID PIC 9(7) VALUE 0.
                01 WS-CT-TRAIN-INV PIC 9(7) VALUE 0.
                01 WS-CT-HOLD-VALID PIC 9(7) VALUE 0.
                01 WS-CT-HOLD-INV PIC 9(7) VALUE 0.
                01 WS-CT-CAND-READ PIC 9(7) VALUE 0.
                01 WS-CT-RES-WRITTEN PIC 9(7) VALUE 0.
                01 WS-CT-REF-WRITTEN PIC 9(7) VALUE 0.
                01 WS-REF-STATUS PIC XX.
                01 WS-CUTOFF PIC 9V9(4) VALUE 0.5000.
                01 WS-BAND PIC 9V9(4) VALUE 0.
                01 WS-RSTAT-STATUS PIC XX.
                01 WS-HIST-OK PIC X VALUE "N".
                01 WS-CUR-VERSION PIC 9(4) VALUE 0.
                01 WS-CT-RESUB PIC 9(7) VALUE 0.
                01 WS-CT-DRIFT PIC 9(7) VALUE 0.
                01 WS-CT-APPROVE PIC 9(7) VALUE 0.
                01 WS-CT-REFER PIC 9(7) VALUE 0.
                01 WS-CT-DECLINE PIC 9(7) VALUE 0.
                01 WS-RUN-MEAN PIC S99V9999 VALUE 0.
                01 WS-DRIFT-LINE.
                    02 WS-DL-TEXT1 PIC X(5) VALUE "CAND ".
                    02 WS-DL-NDEC PIC X(7).
                01 WS-RUNSUM-LINE.
                    02 WS-RN-TEXT1 PIC X(12) VALUE "RUN SCORED ".
                    02 WS-RN-COUNT PIC ZZZZZZ9.
                    02 WS-RN-TEXT2 PIC X(6) VALUE " MEAN ".
                    02 WS-RN-MEAN PIC -99.9999.
                    02 WS-RN-TEXT3 PIC X(10) VALUE "  APPROVE ".
                    02 WS-RN-APP PIC ZZZZZZ9.
                    02 WS-RN-TEXT4 PIC X(7) VALUE " REFER ".
                    02 WS-RN-REF PIC ZZZZZZ9.
                    02 WS-RN-TEXT5 PIC X(9) VALUE " DECLINE ".
                    02 WS-RN-DECL PIC ZZZZZZ9.
                01 WS-RESUB-LINE.
                    02 WS-RB-TEXT1 PIC X(13) VALUE "RESUBMITTED ".
                    02 WS-RB-RESUB PIC ZZZZZZ9.
                    02 WS-RB-TEXT2 PIC X(16)
                        VALUE "  SCORE DRIFTED ".
                    02 WS-RB-DRIFT PIC ZZZZZZ9.
                01 WS-CT-HASH PIC S9(9)V9999 VALUE 0.
                01 WS-BAL-FLAG PIC X VALUE "N".
                01 WS-WARN-FLAG PIC X VALUE "N".
                    02 WS-RS-VAL PIC -99.9999.
                01 WS-CT-LINE.
                    02 WS-CT-LABEL PIC X(20).
                    02 WS-CT-VALUE PIC ZZZZZZ9.
                01 WS-HASH-LINE.
                    02 WS-HA-TEXT PIC X(20)
                        VALUE "SCORE HASH TOTAL ".
                01 WS-DISPOSE-MODE PIC X VALUE "N".
                01 WS-DISPOSE-RAN PIC X VALUE "N".
                01 WS-REF-AGE-DAYS PIC 9(3) VALUE 30.
                01 WS-DW-STATUS PIC XX.
                01 WS-DW-OK PIC X VALUE "N".
                01 WS-EOF-DWK PIC X VALUE "N".
                01 WS-DSP-DEC PIC X(7).
                01 WS-DSP-DATE PIC X(8).
                01 WS-SAV-DATE PIC X(8).
                01 WS-SAV-MODEL PIC X(8).
                01 WS-SAV-VERSION PIC 9(4).
                01 WS-POST-DATE PIC X(8).
                01 WS-CT-DISP-PRUNED PIC 9(7) VALUE 0.
                01 WS-RWK-STATUS PIC XX.
                01 WS-EOF-REFWORK PIC X.
                01 WS-BWK-STATUS PIC XX.
                01 WS-BSRT-STATUS PIC XX.
                01 WS-BGRP-STATUS PIC XX.
                01 WS-BRPT-STATUS PIC XX.
                01 WS-BWK-OK PIC X VALUE "N".
                01 WS-EOF-BAND PIC X.
                01 WS-EOF-BGRP PIC X.
                01 WS-CT-BAND-WRITTEN PIC 9(7) VALUE 0.
                01 WS-CT-BANDED PIC 9(7) VALUE 0.
                01 WS-BG-MODEL PIC X(8).
                01 WS-BG-VER PIC 9(4).
                01 WS-BG-CNT PIC 9(7).
                01 WS-BG-GOOD PIC 9(7).
                01 WS-BG-BAD PIC 9(7).
                01 WS-BG-RANK PIC 9(7).
                01 WS-BG-ACTIVE PIC X VALUE "N".
                01 WS-BND-TAB.
                    02 WS-BND-ENT OCCURS 10 TIMES.
                        03 WS-BND-CNT PIC 9(7).
                        03 WS-BND-GOOD PIC 9(7).
                        03 WS-BND-BAD PIC 9(7).
                        03 WS-BND-LOW PIC S99V9999.
                        03 WS-BND-HIGH PIC S99V9999.
                01 WS-BNX PIC 99.
                01 WS-BND-NO PIC 99.
                01 WS-BND-CUMG PIC 9(7).
                01 WS-BND-CUMB PIC 9(7).
                01 WS-BND-CUMG-PCT PIC 999V9.
                01 WS-BND-CUMB-PCT PIC 999V9.
                01 WS-BND-KS PIC 999V9.
                01 WS-BND-KS-MAX PIC 999V9.
                01 WS-BND-KS-PEAK PIC 99.
                01 WS-BND-GRP-HEAD.
                    02 WS-BH-TEXT1 PIC X(6) VALUE "MODEL ".
                    02 WS-BH-MODEL PIC X(8).
                    02 WS-BH-TEXT2 PIC X(12) VALUE " GENERATION ".
                    02 WS-BH-VER PIC 9(4).
                    02 WS-BH-TEXT3 PIC X(11) VALUE "  OUTCOMES ".
                    02 WS-BH-CNT PIC ZZZZZZ9.
                    02 WS-BH-TEXT4 PIC X(8) VALUE "  GOODS ".
                    02 WS-BH-GOOD PIC ZZZZZZ9.
                    02 WS-BH-TEXT5 PIC X(7) VALUE "  BADS ".
                    02 WS-BH-BAD PIC ZZZZZZ9.
                01 WS-BND-COL-HEAD.
                    02 FILLER PIC X(38) VALUE
                        "BD      LOW     HIGH   COUNT   GOODS  ".
                    02 FILLER PIC X(38) VALUE
                        "  BADS  BAD%    ODDS CUMG% CUMB%    KS".
                01 WS-BND-LINE.
                    02 WS-BR-BAND PIC Z9.
                    02 FILLER PIC X(1) VALUE SPACES.
                    02 WS-BR-LOW PIC -99.9999.
                    02 WS-BR-LOW-X REDEFINES WS-BR-LOW PIC X(8).
                    02 FILLER PIC X(1) VALUE SPACES.
                    02 WS-BR-HIGH PIC -99.9999.
                    02 WS-BR-HIGH-X REDEFINES WS-BR-HIGH PIC X(8).
                    02 FILLER PIC X(1) VALUE SPACES.
                    02 WS-BR-CNT PIC ZZZZZZ9.
                    02 FILLER PIC X(1) VALUE SPACES.
                    02 WS-BR-GOOD PIC ZZZZZZ9.
                    02 FILLER PIC X(1) VALUE SPACES.
                    02 WS-BR-BAD PIC ZZZZZZ9.
                    02 FILLER PIC X(1) VALUE SPACES.
                    02 WS-BR-BADPCT PIC ZZ9.9.
                    02 WS-BR-BADPCT-X REDEFINES WS-BR-BADPCT PIC X(5).
                    02 FILLER PIC X(1) VALUE SPACES.
                    02 WS-BR-ODDS PIC ZZZ9.99.
                    02 WS-BR-ODDS-X REDEFINES WS-BR-ODDS PIC X(7).
                    02 FILLER PIC X(1) VALUE SPACES.
                    02 WS-BR-CUMG PIC ZZ9.9.
                    02 FILLER PIC X(1) VALUE SPACES.
                    02 WS-BR-CUMB PIC ZZ9.9.
                    02 FILLER PIC X(1) VALUE SPACES.
                    02 WS-BR-KS PIC ZZ9.9.
                    02 FILLER PIC X(1) VALUE SPACES.
                    02 WS-BR-PEAK PIC X(3).
                01 WS-BND-KS-LINE.
                    02 WS-BK-TEXT1 PIC X(13) VALUE "KS STATISTIC ".
                    02 WS-BK-KS PIC ZZ9.9.
                    02 WS-BK-TEXT2 PIC X(15) VALUE " PEAK AT BAND ".
                    02 WS-BK-PEAK PIC Z9.
                01 WS-LDG-STATUS PIC XX.
                01 WS-LSRT-STATUS PIC XX.
                01 WS-LRPT-STATUS PIC XX.
                01 WS-LDG-MODE PIC X(11) VALUE "INTERACTIVE".
                01 WS-LDG-FLAG PIC X VALUE SPACE.
                01 WS-LDG-IN PIC 9(7) VALUE 0.
                01 WS-LDG-OUT PIC 9(7) VALUE 0.
                01 WS-LDG-REJ PIC 9(7) VALUE 0.
                01 WS-LDG-DUP PIC X VALUE "N".
                01 WS-LDG-DUP-DATE PIC X(8).
                01 WS-LDG-FROM PIC X(8) VALUE SPACES.
                01 WS-LDG-TO PIC X(8) VALUE SPACES.
                01 WS-EOF-LEDGER PIC X.
                01 WS-RERUN PIC X VALUE "N".
                01 WS-LEDGER-MODE PIC X VALUE "N".
                01 WS-CT-LDG-READ PIC 9(7) VALUE 0.
                01 WS-CT-LDG-DATES PIC 9(7) VALUE 0.
                01 WS-CT-LDG-MISSED PIC 9(7) VALUE 0.
                01 WS-CT-LDG-FAILED PIC 9(7) VALUE 0.
                01 WS-CT-LDG-DUPS PIC 9(7) VALUE 0.
                01 WS-LR-ACTIVE PIC X VALUE "N".
                01 WS-LR-SND-ACTIVE PIC X VALUE "N".
                01 WS-LR-SENDER PIC X(10).
                01 WS-LR-BUSDATE PIC X(8).
                01 WS-LR-RUNS PIC 9(3).
                01 WS-LR-OK PIC 9(3).
                01 WS-LR-FAILED PIC 9(3).
                01 WS-LR-REFUSED PIC 9(3).
                01 WS-LR-LAST-RC PIC 99.
                01 WS-LR-DATE-NUM PIC 9(8).
                01 WS-LR-PREV-INT PIC 9(7).
                01 WS-LR-CUR-INT PIC 9(7).
                01 WS-LR-DAY-INT PIC 9(7).
                01 WS-LR-GAP-FROM PIC 9(7).
                01 WS-LR-GAP-TO PIC 9(7).
                01 WS-LR-WKDAY PIC 9.
                01 WS-LR-GAP-CNT PIC 9(5).
                01 WS-LR-GAP-FIRST PIC 9(7).
                01 WS-LR-GAP-LAST PIC 9(7).
                01 WS-LR-HEAD-LINE.
                    02 WS-LH-TEXT1 PIC X(33)
                       VALUE "RUN LEDGER - FEED BUSINESS DATES ".
                    02 WS-LH-FROM PIC X(8).
                    02 WS-LH-TEXT2 PIC X(4) VALUE " TO ".
                    02 WS-LH-TO PIC X(8).
                01 WS-LR-COL-HEAD.
                    02 FILLER PIC X(40) VALUE
                        "SENDER     BUS DATE RUNS    OK  FAILED R".
                    02 FILLER PIC X(40) VALUE
                        "EFUSED LAST RC  STATUS".
                01 WS-LR-LINE.
                    02 WS-LL-SENDER PIC X(10).
                    02 FILLER PIC X(1) VALUE SPACES.
                    02 WS-LL-BUSDATE PIC X(8).
                    02 FILLER PIC X(2) VALUE SPACES.
                    02 WS-LL-RUNS PIC ZZ9.
                    02 FILLER PIC X(3) VALUE SPACES.
                    02 WS-LL-OK PIC ZZ9.
                    02 FILLER PIC X(5) VALUE SPACES.
                    02 WS-LL-FAILED PIC ZZ9.
                    02 FILLER PIC X(5) VALUE SPACES.
                    02 WS-LL-REFUSED PIC ZZ9.
                    02 FILLER PIC X(6) VALUE SPACES.
                    02 WS-LL-RC PIC Z9.
                    02 FILLER PIC X(2) VALUE SPACES.
                    02 WS-LL-STATUS PIC X(20).
                01 WS-LR-GAP-LINE.
                    02 WS-LG-SENDER PIC X(10).
                    02 WS-LG-TEXT1 PIC X(7) VALUE "  GAP  ".
                    02 WS-LG-FIRST PIC 9(8).
                    02 WS-LG-TEXT2 PIC X(6) VALUE " THRU ".
                    02 WS-LG-LAST PIC 9(8).
                    02 FILLER PIC X(2) VALUE SPACES.
                    02 WS-LG-CNT PIC ZZZZ9.
                    02 WS-LG-TEXT3 PIC X(24)
                       VALUE " BUSINESS DAY(S) MISSING".
                01 WS-DEC-STATUS PIC XX.
                01 WS-DEC-OK PIC X VALUE "N".
                01 WS-DEC-RESUME PIC X VALUE "N".
                01 WS-DEC-HOLD PIC X VALUE "N".
                01 WS-DEC-TRL-SEEN PIC X.
                01 WS-DEC-SEQ PIC 9(6) VALUE 0.
                01 WS-DEC-BUSDATE PIC X(8).
                01 WS-DEC-SOURCE-RUN PIC X(8).
                01 WS-DEC-ID PIC X(10).
                01 WS-DEC-PRODUCT PIC X(8).
                01 WS-DEC-DECISION PIC X(7).
                01 WS-DEC-SOURCE PIC X(8).
                01 WS-DEC-REASON PIC X(4).
                01 WS-DEC-HASH PIC S9(9)V9999 VALUE 0.
                01 WS-DEC-TRL-CNT PIC 9(7) VALUE 0.
                01 WS-DEC-RB-CNT PIC 9(7) VALUE 0.
                01 WS-DEC-RB-HASH PIC S9(9)V9999 VALUE 0.
                01 WS-DEC-RB-TRL PIC X VALUE "N".
                01 WS-EOF-DEC PIC X.
                01 WS-CT-DEC-WRITTEN PIC 9(7) VALUE 0.
                01 WS-DEC-HASH-LINE.
                    02 WS-DHA-LABEL PIC X(20)
                        VALUE "DECISION HASH TOTAL".
                    02 WS-DHA-VAL PIC -9(9).9(4).
                01 WS-SNAP-STATUS PIC XX.
                01 WS-SNAP-OK PIC X VALUE "N".
                01 WS-SNAP-ASOF PIC X(8).
                01 WS-SNAP-FEAT PIC X(32).
                01 WS-SNAP-GEN PIC 9(4).
                01 WS-EOF-SNAP PIC X.
                01 WS-CT-SNAP-POSTED PIC 9(7) VALUE 0.
                01 WS-CT-SNAP-READ PIC 9(7) VALUE 0.
                01 WS-CT-SNAP-PURGED PIC 9(7) VALUE 0.
                01 WS-SNAP-PURGE-LINE.
                    02 WS-SG-TEXT1 PIC X(14) VALUE "SNAPSHOT READ ".
                    02 WS-SG-READ PIC ZZZZZZ9.
                    02 WS-SG-TEXT2 PIC X(8) VALUE " PURGED ".
                    02 WS-SG-PURGED PIC ZZZZZZ9.
                    02 WS-SG-TEXT3 PIC X(11) VALUE " OVER DAYS ".
                    02 WS-SG-DAYS PIC ZZ9.
                01 WS-EOF-REFERRALS PIC X VALUE "N".
                01 WS-EOF-DISP PIC X VALUE "N".
                01 WS-DSP-HIT PIC X.
                01 WS-CT-DISP-READ PIC 9(7) VALUE 0.
                01 WS-CT-DISP-APPLIED PIC 9(7) VALUE 0.
                01 WS-CT-DISP-ORPHAN PIC 9(7) VALUE 0.
                01 WS-CT-OVERDUE PIC 9(7) VALUE 0.
                01 WS-CT-FDBK PIC 9(7) VALUE 0.
                01 WS-TODAY-INT PIC 9(7).
                01 WS-AGE-DAYS PIC S9(5).
                01 WS-DATE-NUM PIC 9(8).
                01 WS-LOOKUP-ID PIC X(10).
                01 WS-CAND-HIT PIC X.
                01 WS-FDBK-LINE PIC X(80).
                01 WS-FDBK-Y PIC 9.
                01 WS-RUN-MODEL PIC X(8) VALUE "DEFAULT".
                01 WS-CUR-MODEL PIC X(8) VALUE SPACES.
                01 WS-WANT-MODEL PIC X(8).
                01 WS-SAVE-VER PIC 9(4) VALUE 0.
                01 WS-WGT-SAVED PIC X VALUE "N".
                01 WS-MDL-MAX PIC 99 VALUE 50.
                01 WS-MDL-CNT PIC 99 VALUE 0.
                01 WS-MDL-OVFL PIC X VALUE "N".
                01 WS-MDL-TAB.
                    02 WS-MDL-ENT OCCURS 50 TIMES.
                        03 WS-MDL-NAME PIC X(8).
                        03 WS-MDL-VER PIC 9(4).
                        03 WS-MDL-NF PIC 99.
                        03 WS-MDL-MIN PIC 9(4) OCCURS 8 TIMES.
                        03 WS-MDL-MAX-V PIC 9(4) OCCURS 8 TIMES.
                        03 WS-MDL-SCL-OK PIC X.
                01 WS-MDX PIC 99.
                01 WS-MDL-HIT PIC 99.
                01 WS-EOF-WEIGHTS PIC X.
                01 WS-EOF-SCALES PIC X.
                01 WS-HD-STATUS PIC XX.
                01 WS-INQ-ID PIC X(10) VALUE SPACES.
                01 WS-EOF-HIST PIC X.
                01 WS-EOF-HD PIC X.
                01 WS-CT-HIST-READ PIC 9(7) VALUE 0.
                01 WS-CT-HIST-PURGED PIC 9(7) VALUE 0.
                01 WS-CT-INQ-LINES PIC 9(7) VALUE 0.
                01 WS-PURGE-LINE.
                    02 WS-PG-TEXT1 PIC X(13) VALUE "HISTORY READ ".
                    02 WS-PG-READ PIC ZZZZZZ9.
                    02 WS-PG-TEXT2 PIC X(8) VALUE " PURGED ".
                    02 WS-PG-PURGED PIC ZZZZZZ9.
                    02 WS-PG-TEXT3 PIC X(11) VALUE " OVER DAYS ".
                    02 WS-PG-DAYS PIC ZZ9.
                01 WS-INQ-LINE.
                01 WS-OUTCOME-RAN PIC X VALUE "N".
                01 WS-EOF-OUTCOMES PIC X.
                01 WS-OUT-Y-N PIC 9.
                01 WS-CT-OUT-READ PIC 9(7) VALUE 0.
                01 WS-CT-OUT-MATCH PIC 9(7) VALUE 0.
                01 WS-CT-OUT-NOMATCH PIC 9(7) VALUE 0.
                01 WS-CT-OUT-BAD PIC 9(7) VALUE 0.
                01 WS-CT-APP-GOOD PIC 9(7) VALUE 0.
                01 WS-CT-APP-BAD PIC 9(7) VALUE 0.
                01 WS-CT-DECL-RIGHT PIC 9(7) VALUE 0.
                01 WS-CT-DECL-WRONG PIC 9(7) VALUE 0.
                01 WS-CT-REF-OUT PIC 9(7) VALUE 0.
                01 WS-CT-OUT-FDBK PIC 9(7) VALUE 0.
                01 WS-OVR-MAX PIC 99 VALUE 99.
                01 WS-OVR-CNT PIC 99 VALUE 0.
                01 WS-OVR-FULL PIC X VALUE "N".
                01 WS-OVR-TAB.
                    02 WS-OVR-ENT OCCURS 99 TIMES.
                        03 WS-OVR-MODEL PIC X(8).
                        03 WS-OVR-VER PIC 9(4).
                        03 WS-OVR-TOTAL PIC 9(7).
                        03 WS-OVR-OK PIC 9(7).
                01 WS-ODX PIC 99.
                01 WS-OVR-HIT PIC 99.
                01 WS-OVR-ACC PIC 999.
                01 WS-OUTSUM-LINE.
                    02 WS-OS-TEXT1 PIC X(9) VALUE "OUTCOMES ".
                    02 WS-OS-READ PIC ZZZZZZ9.
                    02 WS-OS-TEXT2 PIC X(9) VALUE " MATCHED ".
                    02 WS-OS-MATCH PIC ZZZZZZ9.
                    02 WS-OS-TEXT3 PIC X(11) VALUE " UNMATCHED ".
                    02 WS-OS-NOMATCH PIC ZZZZZZ9.
                01 WS-OUTDEC-LINE.
                    02 WS-OD-TEXT1 PIC X(13) VALUE "APPROVE GOOD ".
                    02 WS-OD-APPG PIC ZZZZZZ9.
                    02 WS-OD-TEXT2 PIC X(4) VALUE " BAD".
                    02 WS-OD-APPB PIC ZZZZZZ9.
                    02 WS-OD-TEXT3 PIC X(14)
                        VALUE " DECLINE RIGHT".
                    02 WS-OD-DECR PIC ZZZZZZ9.
                    02 WS-OD-TEXT4 PIC X(7) VALUE " WRONG ".
                    02 WS-OD-DECW PIC ZZZZZZ9.
                    02 WS-OD-TEXT5 PIC X(7) VALUE " REFER ".
                    02 WS-OD-REF PIC ZZZZZZ9.
                01 WS-OUTVER-LINE.
                    02 WS-OV2-TEXT1 PIC X(6) VALUE "MODEL ".
                    02 WS-OV2-MODEL PIC X(8).
                    02 WS-OV2-TEXT2 PIC X(5) VALUE " VER ".
                    02 WS-OV2-VER PIC 9(4).
                    02 WS-OV2-TEXT3 PIC X(9) VALUE " MATCHED ".
                    02 WS-OV2-TOT PIC ZZZZZZ9.
                    02 WS-OV2-TEXT4 PIC X(9) VALUE " CORRECT ".
                    02 WS-OV2-OK PIC ZZZZZZ9.
                    02 WS-OV2-TEXT5 PIC X(5) VALUE " ACC ".
                    02 WS-OV2-ACC PIC ZZ9.
                    02 WS-OV2-TEXT6 PIC X(2) VALUE "% ".
                01 WS-SCKPT-STATUS PIC XX.
                01 WS-SCORE-RESUME PIC X VALUE "N".
                01 WS-SKIP-CNT PIC 9(7) VALUE 0.
                01 WS-SKIPPED PIC 9(7) VALUE 0.
                01 WS-CKPT-INT PIC 9(3) VALUE 100.
                01 WS-SINCE-CKPT PIC 9(3) VALUE 0.
                01 WS-EOF-RESUME PIC X.
                        03 WS-RSN-TB-CODE PIC X(4).
                        03 WS-RSN-TB-TEXT PIC X(40).
                01 WS-RSN-FEAT-N PIC 99.
                01 WS-CT-DCL-WRITTEN PIC 9(7) VALUE 0.
                01 WS-DCL-IX PIC 9.
                01 WS-STB-STATUS PIC XX.
                01 WS-STB-ON PIC X VALUE "N".
                01 WS-STB-MDX PIC 99 VALUE 0.
                01 WS-STB-ANY PIC X.
                01 WS-STAB-PCT PIC 9(3) VALUE 10.
                01 WS-STB-GRP-TAB.
                    02 WS-STB-GRP OCCURS 50 TIMES.
                        03 WS-STB-CNT PIC 9(7).
                        03 WS-STB-LO PIC 9(7) OCCURS 8 TIMES.
                        03 WS-STB-HI PIC 9(7) OCCURS 8 TIMES.
                        03 WS-STB-SUM PIC S9(9)V99 OCCURS 8 TIMES.
                01 WS-STB-MODEL-LINE.
                    02 WS-SM-TEXT1 PIC X(6) VALUE "MODEL ".
                    02 WS-SM-MODEL PIC X(8).
                    02 WS-SM-TEXT2 PIC X(8) VALUE " SCORED ".
                    02 WS-SM-CNT PIC ZZZZZZ9.
                01 WS-STB-LO-PCT PIC 9(3).
                01 WS-STB-HI-PCT PIC 9(3).
                01 WS-STB-OUT-PCT PIC 9(3).
                01 WS-CREJ-REASON PIC X(38).
                01 WS-FEED-OK PIC X VALUE "N".
                01 WS-FEED-BAD PIC X VALUE "N".
                01 WS-FEED-SENDER PIC X(10) VALUE SPACES.
                01 WS-FEED-BUSDATE PIC X(8) VALUE SPACES.
                01 WS-FEED-CNT PIC 9(7).
                01 WS-FEED-HASH PIC 9(9).
                01 WS-TRL-CNT PIC 9(5) VALUE 0.
                01 WS-TRL-HASH PIC 9(9) VALUE 0.
                01 WS-HDR-SEEN PIC X VALUE "N".
                01 WS-TRL-SEEN PIC X VALUE "N".
                01 WS-EOF-FEED PIC X.
                01 WS-CAND-VALID PIC X.
                01 WS-CT-CAND-REJ PIC 9(7) VALUE 0.
                01 WS-SEEN-STATUS PIC XX.
                01 WS-SEEN-OK PIC X VALUE "N".
                01 WS-SEEN-HIT PIC X.
                01 WS-FEAT1 PIC 9(4).
                01 WS-POL-STATUS PIC XX.
                01 WS-EOF-POLICY PIC X.
                01 WS-POL-OK PIC X VALUE "Y".
                01 WS-POL-MAX PIC 99 VALUE 50.
                01 WS-POL-CNT PIC 99 VALUE 0.
                01 WS-POL-TAB.
                    02 WS-POL-ENT OCCURS 50 TIMES.
                        03 WS-POL-MODEL PIC X(8).
                        03 WS-POL-FEAT PIC 99.
                        03 WS-POL-OP PIC X(2).
                        03 WS-POL-THR PIC 9(4).
                        03 WS-POL-ACTION PIC X(7).
                        03 WS-POL-CODE PIC X(4).
                        03 WS-POL-HITS PIC 9(7).
                01 WS-PDX PIC 99.
                01 WS-POL-HIT PIC 99.
                01 WS-POL-FIRE PIC X.
                01 WS-POL-HIT-TOT PIC 9(7).
                01 WS-CT-POL-DECLINE PIC 9(7) VALUE 0.
                01 WS-CT-POL-REFER PIC 9(7) VALUE 0.
                01 WS-SHD-STATUS PIC XX.
                01 WS-SRPT-STATUS PIC XX.
                01 WS-SHADOW-VER PIC 9(4) VALUE 0.
                01 WS-SHD-ON PIC X VALUE "N".
                01 WS-SHD-FOUND PIC X.
                01 WS-SHD-NUM-FEAT PIC 99.
                01 WS-SHD-B PIC S99V9999.
                01 WS-SHD-W-TAB.
                    02 WS-SHD-W PIC S99V9999 OCCURS 8 TIMES.
                01 WS-SHD-SCL-MIN-TAB.
                    02 WS-SHD-SCL-MIN PIC 9(4) OCCURS 8 TIMES.
                01 WS-SHD-SCL-MAX-TAB.
                    02 WS-SHD-SCL-MAX PIC 9(4) OCCURS 8 TIMES.
                01 WS-LIVE-PRED PIC S99V9999.
                01 WS-LIVE-DEC PIC X(7).
                01 WS-SHD-PRED PIC S99V9999.
                01 WS-SHD-DEC PIC X(7).
                01 WS-EOF-SHADOW PIC X.
                01 WS-CT-SHD-SCORED PIC 9(7) VALUE 0.
                01 WS-CT-SHD-SAME PIC 9(7) VALUE 0.
                01 WS-CT-SHD-APP-DECL PIC 9(7) VALUE 0.
                01 WS-CT-SHD-DECL-APP PIC 9(7) VALUE 0.
                01 WS-CT-SHD-INTO-REF PIC 9(7) VALUE 0.
                01 WS-CT-SHD-OUT-REF PIC 9(7) VALUE 0.
                01 WS-SHD-SHIFT-SUM PIC S9(7)V9999 VALUE 0.
                01 WS-SHD-SHIFT-MEAN PIC S99V9999 VALUE 0.
                01 WS-SHD-HEAD-LINE.
                    02 WS-SH-TEXT1 PIC X(6) VALUE "MODEL ".
                    02 WS-SH-MODEL PIC X(8).
                    02 WS-SH-TEXT2 PIC X(16)
                        VALUE " LIVE GENERATION".
                    02 WS-SH-LIVE PIC ZZZ9.
                    02 WS-SH-TEXT3 PIC X(19)
                        VALUE "  SHADOW GENERATION".
                    02 WS-SH-SHADOW PIC ZZZ9.
                01 WS-SHD-SWAP-LINE.
                    02 WS-SW2-LABEL PIC X(26).
                    02 WS-SW2-VALUE PIC ZZZZZZ9.
                01 WS-SHD-SHIFT-LINE.
                    02 WS-SS-TEXT1 PIC X(26)
                        VALUE "MEAN SCORE SHIFT".
                    02 WS-SS-VALUE PIC -99.9999.
                01 WS-TGRD-STATUS PIC XX.
                01 WS-TRPT-STATUS PIC XX.
                01 WS-TUNE-MODE PIC X VALUE "N".
                01 WS-EOF-TUNEGRID PIC X.
                01 WS-TUN-CNT PIC 9(3) VALUE 0.
                01 WS-TUN-REJ PIC 9(3) VALUE 0.
                01 WS-TUN-ST-B PIC S99V9999.
                01 WS-TUN-ST-W-TAB.
                    02 WS-TUN-ST-W PIC S99V9999 OCCURS 8 TIMES.
                01 WS-TUN-FOUND PIC X VALUE "N".
                01 WS-TUN-BEST-LR PIC S99V9999.
                01 WS-TUN-BEST-IT PIC 99.
                01 WS-TUN-BEST-ACC PIC 999.
                01 WS-TUN-BEST-ERR PIC S99V9999.
                01 WS-TUN-BEST-B PIC S99V9999.
                01 WS-TUN-BEST-W-TAB.
                    02 WS-TUN-BEST-W PIC S99V9999 OCCURS 8 TIMES.
                01 WS-TUN-ERR PIC S99V9999.
                01 WS-TUN-ACC PIC 999.
                01 WS-TUN-R1 PIC 999.
                01 WS-TUN-LR-DISP PIC 9(2).9(4).
                01 WS-TUNE-HEAD-LINE.
                    02 WS-TH-TEXT1 PIC X(22)
                        VALUE "TUNING GRID FOR MODEL ".
                    02 WS-TH-MODEL PIC X(8).
                    02 WS-TH-TEXT2 PIC X(13) VALUE "  TRAIN ROWS ".
                    02 WS-TH-TRAIN PIC ZZZZZZ9.
                    02 WS-TH-TEXT3 PIC X(15) VALUE "  HOLD-OUT ROWS".
                    02 WS-TH-HOLD PIC ZZZZZZ9.
                01 WS-TUNE-LINE.
                    02 WS-TU-TEXT1 PIC X(3) VALUE "LR ".
                    02 WS-TU-LR PIC Z9.9999.
                    02 WS-TU-TEXT2 PIC X(4) VALUE " IT ".
                    02 WS-TU-IT PIC Z9.
                    02 WS-TU-TEXT3 PIC X(5) VALUE " ERR ".
                    02 WS-TU-ERR PIC -9.9999.
                    02 WS-TU-TEXT4 PIC X(5) VALUE " ACC ".
                    02 WS-TU-ACC PIC ZZ9.
                    02 WS-TU-TEXT5 PIC X(6) VALUE "% R0 ".
                    02 WS-TU-R0 PIC ZZ9.
                    02 WS-TU-TEXT6 PIC X(6) VALUE "% F0 ".
                    02 WS-TU-F0 PIC ZZ9.
                    02 WS-TU-TEXT7 PIC X(6) VALUE "% R1 ".
                    02 WS-TU-R1 PIC ZZ9.
                    02 WS-TU-TEXT8 PIC X(6) VALUE "% F1 ".
                    02 WS-TU-F1 PIC ZZ9.
                    02 WS-TU-TEXT9 PIC X(2) VALUE "% ".
                    02 WS-TU-FLAG PIC X(6).
                01 WS-TUNE-BEST-LINE.
                    02 WS-TB-TEXT1 PIC X(20)
                        VALUE "BEST COMBINATION LR ".
                    02 WS-TB-LR PIC Z9.9999.
                    02 WS-TB-TEXT2 PIC X(4) VALUE " IT ".
                    02 WS-TB-IT PIC Z9.
                    02 WS-TB-TEXT3 PIC X(5) VALUE " ACC ".
                    02 WS-TB-ACC PIC ZZ9.
                    02 WS-TB-TEXT4 PIC X(2) VALUE "% ".
                01 WS-TUNE-REJ-LINE.
                    02 WS-TJ-TEXT1 PIC X(10) VALUE "GRID LINE ".
                    02 WS-TJ-LINE PIC ZZ9.
                    02 WS-TJ-TEXT2 PIC X(10) VALUE " REJECTED ".
                    02 WS-TJ-DATA PIC X(8).
                01 WS-TRN-FILE PIC X(20) VALUE "DATA.DAT".
                01 WS-TRN-STATUS PIC XX.
                01 WS-TRN-LOAD-FAIL PIC X VALUE "N".
                01 WS-MCTL-STATUS PIC XX.
                01 WS-TWK-STATUS PIC XX.
                01 WS-TALL-MODE PIC X VALUE "N".
                01 WS-EOF-MODELCTL PIC X.
                01 WS-EOF-TALLWORK PIC X.
                01 WS-TAL-BASE-LR PIC S99V9999.
                01 WS-TAL-BASE-IT PIC 99.
                01 WS-TAL-BASE-FLOOR PIC 999.
                01 WS-TAL-BASE-MARGIN PIC 999.
                01 WS-TAL-BASE-NF PIC 99.
                01 WS-TAL-BASE-MODEL PIC X(8).
                01 WS-TAL-RUN-FAIL PIC X VALUE "N".
                01 WS-TAL-RESULT PIC X(8).
                01 WS-CT-TAL-MODELS PIC 9(7) VALUE 0.
                01 WS-CT-TAL-PROMOTED PIC 9(7) VALUE 0.
                01 WS-CT-TAL-RETAINED PIC 9(7) VALUE 0.
                01 WS-CT-TAL-FAILED PIC 9(7) VALUE 0.
                01 WS-CT-TAL-GATED PIC 9(7) VALUE 0.
                01 WS-TAL-HEAD-LINE.
                    02 WS-TA-TEXT1 PIC X(6) VALUE "MODEL ".
                    02 WS-TA-MODEL PIC X(8).
                    02 WS-TA-TEXT2 PIC X(6) VALUE " FILE ".
                    02 WS-TA-FILE PIC X(20).
                    02 WS-TA-TEXT3 PIC X(4) VALUE " LR ".
                    02 WS-TA-LR PIC Z9.9999.
                    02 WS-TA-TEXT4 PIC X(4) VALUE " IT ".
                    02 WS-TA-IT PIC Z9.
                    02 WS-TA-TEXT5 PIC X(7) VALUE " FLOOR ".
                    02 WS-TA-FLOOR PIC ZZ9.
                    02 WS-TA-TEXT6 PIC X(8) VALUE " MARGIN ".
                    02 WS-TA-MARGIN PIC ZZ9.
                01 WS-TAL-RES-LINE.
                    02 WS-TR-TEXT1 PIC X(6) VALUE "MODEL ".
                    02 WS-TR-MODEL PIC X(8).
                    02 WS-TR-TEXT2 PIC X(1) VALUE " ".
                    02 WS-TR-RESULT PIC X(8).
                    02 WS-TR-TEXT3 PIC X(12) VALUE " GENERATION ".
                    02 WS-TR-GEN PIC ZZZ9.
                    02 WS-TR-TEXT4 PIC X(5) VALUE " ACC ".
                    02 WS-TR-ACC PIC ZZ9.
                    02 WS-TR-TEXT5 PIC X(2) VALUE "% ".
                    02 WS-TR-FILE PIC X(20).
                01 WS-POL-LINE.
                    02 WS-PL-TEXT1 PIC X(12) VALUE "POLICY RULE ".
                    02 WS-PL-RULE PIC Z9.
                    02 WS-PL-TEXT2 PIC X(1) VALUE " ".
                    02 WS-PL-MODEL PIC X(8).
                    02 WS-PL-TEXT3 PIC X(6) VALUE " FEAT ".
                    02 WS-PL-FEAT PIC Z9.
                    02 WS-PL-TEXT4 PIC X(1) VALUE " ".
                    02 WS-PL-OP PIC X(2).
                    02 WS-PL-TEXT5 PIC X(1) VALUE " ".
                    02 WS-PL-THR PIC 9(4).
                    02 WS-PL-TEXT6 PIC X(1) VALUE " ".
                    02 WS-PL-ACTION PIC X(7).
                    02 WS-PL-TEXT7 PIC X(1) VALUE " ".
                    02 WS-PL-CODE PIC X(4).
                    02 WS-PL-TEXT8 PIC X(8) VALUE " CAUGHT ".
                    02 WS-PL-HITS PIC ZZZZZZ9.
                01 WS-OVD-LINE.
                    02 WS-OV-TEXT1 PIC X(4) VALUE "REF ".
                    02 WS-OV-ID PIC X(10).
                    02 WS-VD-TEXT4 PIC X(3) VALUE " - ".
                    02 WS-VD-RESULT PIC X(19).

                01 WS-DPRF-STATUS PIC XX.
                01 WS-PWK-STATUS PIC XX.
                01 WS-PSRT-STATUS PIC XX.
                01 WS-PVL-STATUS PIC XX.
                01 WS-PVSR-STATUS PIC XX.
                01 WS-EOF-PRF PIC X.
                01 WS-PRF-GATE-FAIL PIC X VALUE "N".
                01 WS-GATE-FLAG PIC X VALUE "N".
                01 WS-PRF-REASON PIC X(34).
                01 WS-GATE-MIN-MINOR PIC 9(3) VALUE 0.
                01 WS-GATE-MAX-CONFLICT PIC 9(5) VALUE 99999.
                01 WS-GATE-MIN-ROWS PIC 9(5) VALUE 0.
                01 WS-PRF-VALID PIC 9(7).
                01 WS-PRF-INVALID PIC 9(7).
                01 WS-PRF-TRN-GOOD PIC 9(7).
                01 WS-PRF-TRN-BAD PIC 9(7).
                01 WS-PRF-HLD-GOOD PIC 9(7).
                01 WS-PRF-HLD-BAD PIC 9(7).
                01 WS-PRF-TRN-ROWS PIC 9(7).
                01 WS-PRF-DUPS PIC 9(7).
                01 WS-PRF-CONFLICTS PIC 9(7).
                01 WS-PRF-GOOD PIC 9(7).
                01 WS-PRF-BAD PIC 9(7).
                01 WS-PRF-MINOR PIC 999V9.
                01 WS-PRF-TRN-MINOR PIC 999V9.
                01 WS-PRF-CONSTANT PIC 9.
                01 WS-PRF-PREV-FEATS PIC X(32).
                01 WS-PRF-PREV-Y PIC 9.
                01 WS-PRF-PREV-FEAT PIC 99.
                01 WS-PRF-PREV-VAL PIC X(4).
                01 WS-PRF-MEAN PIC 9(4)V9(4).
                01 WS-PRF-VAR PIC S9(8)V9(4).
                01 WS-PRF-STD PIC 9(4)V9(4).
                01 WS-PRF-TAB.
                    02 WS-PRF-FT OCCURS 8 TIMES.
                        03 WS-PRF-MIN PIC 9(4).
                        03 WS-PRF-MAX PIC 9(4).
                        03 WS-PRF-SUM PIC 9(11).
                        03 WS-PRF-SQ PIC 9(17).
                        03 WS-PRF-DIST PIC 9(7).
                01 WS-PRF-HEAD-LINE.
                    02 WS-PH-TEXT1 PIC X(28)
                        VALUE "TRAINING DATA PROFILE MODEL ".
                    02 WS-PH-MODEL PIC X(8).
                    02 WS-PH-TEXT2 PIC X(6) VALUE " FILE ".
                    02 WS-PH-FILE PIC X(20).
                01 WS-PRF-CNT-LINE.
                    02 WS-PC-LABEL PIC X(28).
                    02 WS-PC-VALUE PIC ZZZZZZ9.
                01 WS-PRF-SLICE-HEAD PIC X(45) VALUE
                    "SLICE       VALID    GOODS     BADS MINORITY%".
                01 WS-PRF-SLICE-LINE.
                    02 WS-PS-NAME PIC X(10).
                    02 WS-PS-ROWS PIC ZZZZZZ9.
                    02 FILLER PIC X(2) VALUE SPACES.
                    02 WS-PS-GOOD PIC ZZZZZZ9.
                    02 FILLER PIC X(2) VALUE SPACES.
                    02 WS-PS-BAD PIC ZZZZZZ9.
                    02 FILLER PIC X(5) VALUE SPACES.
                    02 WS-PS-MINOR PIC ZZ9.9.
                01 WS-PRF-FEAT-HEAD.
                    02 FILLER PIC X(26) VALUE
                        "FT    MIN    MAX        ME".
                    02 FILLER PIC X(26) VALUE
                        "AN     STD DEV  DISTINCT  ".
                01 WS-PRF-FEAT-LINE.
                    02 WS-PF-FEAT PIC Z9.
                    02 FILLER PIC X(3) VALUE SPACES.
                    02 WS-PF-MIN PIC ZZZ9.
                    02 FILLER PIC X(3) VALUE SPACES.
                    02 WS-PF-MAX PIC ZZZ9.
                    02 FILLER PIC X(3) VALUE SPACES.
                    02 WS-PF-MEAN PIC ZZZ9.9999.
                    02 FILLER PIC X(3) VALUE SPACES.
                    02 WS-PF-STD PIC ZZZ9.9999.
                    02 FILLER PIC X(3) VALUE SPACES.
                    02 WS-PF-DIST PIC ZZZZZZ9.
                    02 FILLER PIC X(2) VALUE SPACES.
                    02 WS-PF-NOTE PIC X(8).
                01 WS-PRF-GATE-LINE.
                    02 WS-PG-LABEL PIC X(28).
                    02 WS-PG-TEXT1 PIC X(7) VALUE " LIMIT ".
                    02 WS-PG-LIMIT PIC ZZZZ9.
                    02 WS-PG-TEXT2 PIC X(8) VALUE " ACTUAL ".
                    02 WS-PG-ACT PIC ZZZZ9.9.
                    02 WS-PG-ACT-I REDEFINES WS-PG-ACT PIC ZZZZZZ9.
                    02 FILLER PIC X(2) VALUE SPACES.
                    02 WS-PG-RESULT PIC X(4).
                01 WS-EOF-TRAINING PIC X VALUE "N".
                01 WS-TRN-MAX PIC 9(7) VALUE 9999999.
                01 WS-TRW-STATUS PIC XX.
                01 WS-TRW-OK PIC X VALUE "N".
                01 WS-RDX PIC 9(7).
                01 WS-TOTAL-RECS PIC 9(7) VALUE 0.
                01 WS-ROW-NUM PIC 9(7).
                01 WS-TRAIN-COUNT PIC 9(7) VALUE 0.
                01 WS-HOLDOUT-COUNT PIC 9(7) VALUE 0.
                01 WS-HOLD-OK PIC 9(7).
                01 WS-HOLD-TOTAL PIC 9(7).
                01 WS-HOLD-LINE.
                    02 WS-HL-TEXT1 PIC X(24)
                        VALUE "HELD-OUT ACCURACY ".
                    02 WS-HL-ACCURACY PIC ZZ9.
                    02 WS-HL-TEXT2 PIC X(2) VALUE "% ".

                01 WS-SWP-STEPS PIC 99 VALUE 19.
                01 WS-SWP-TAB.
                    02 WS-SWP-ENT OCCURS 19 TIMES.
                        03 WS-SWT-APP PIC 9(7).
                        03 WS-SWT-REF PIC 9(7).
                        03 WS-SWT-DECL PIC 9(7).
                        03 WS-SWT-TP PIC 9(7).
                        03 WS-SWT-FP PIC 9(7).
                        03 WS-SWT-FN PIC 9(7).
                01 WS-SWX PIC 99.
                01 WS-SWP-CUT PIC 9V9(4).
                01 WS-SWP-APP PIC 9(7).
                01 WS-SWP-REF PIC 9(7).
                01 WS-SWP-DECL PIC 9(7).
                01 WS-SWP-TP PIC 9(7).
                01 WS-SWP-FP PIC 9(7).
                01 WS-SWP-FN PIC 9(7).
                01 WS-SWP-PREC PIC 999.
                01 WS-SWP-RECALL PIC 999.
                01 WS-SWEEP-LINE.
                    02 WS-SP-TEXT1 PIC X(4) VALUE "CUT ".
                    02 WS-SP-CUT PIC 9.9(2).
                    02 WS-SP-TEXT2 PIC X(5) VALUE " APP ".
                    02 WS-SP-APP PIC ZZZZZZ9.
                    02 WS-SP-TEXT3 PIC X(5) VALUE " REF ".
                    02 WS-SP-REF PIC ZZZZZZ9.
                    02 WS-SP-TEXT4 PIC X(6) VALUE " DECL ".
                    02 WS-SP-DECL PIC ZZZZZZ9.
                    02 WS-SP-TEXT5 PIC X(6) VALUE " PREC ".
                    02 WS-SP-PREC PIC ZZ9.
                    02 WS-SP-TEXT6 PIC X(9) VALUE "% RECALL ".
                    02 WS-SP-RECALL PIC ZZ9.
                    02 WS-SP-TEXT7 PIC X(2) VALUE "% ".
                    02 WS-SP-FLAG PIC X(6).
                01 WS-TP PIC 9(7).
                01 WS-FP PIC 9(7).
                01 WS-TN PIC 9(7).
                01 WS-FN PIC 9(7).
                01 WS-PREC-PCT PIC 999.
                01 WS-RECALL-PCT PIC 999.
                01 WS-F1-PCT PIC 999.
                01 WS-RECALL-FLOOR PIC 999 VALUE 0.
                01 WS-RECALL-FLAG PIC X VALUE "N".
                01 WS-CM-HEAD PIC X(36)
                    VALUE "CONFUSION MATRIX      PRED-0  PRED-1".
                01 WS-CM-LINE.
                    02 WS-CM-LABEL PIC X(21).
                    02 WS-CM-C0 PIC ZZZZZZ9.
                    02 FILLER PIC X(1) VALUE SPACES.
                    02 WS-CM-C1 PIC ZZZZZZ9.
                01 WS-METRIC-LINE.
                    02 WS-ML-TEXT1 PIC X(6) VALUE "CLASS ".
                    02 WS-ML-CLASS PIC 9.
           END-IF
           IF WS-PROMOTE-ONLY = "Y"
               PERFORM 9900-SET-RETURN-CODE
               PERFORM 9950-WRITE-LEDGER
               STOP RUN
           END-IF
           IF WS-PURGE-MODE = "Y"
               PERFORM 9700-PURGE-HISTORY
               PERFORM 9900-SET-RETURN-CODE
               PERFORM 9950-WRITE-LEDGER
               STOP RUN
           END-IF
           IF WS-INQ-MODE = "Y"
               PERFORM 9750-HISTORY-INQUIRY
               PERFORM 9900-SET-RETURN-CODE
               PERFORM 9950-WRITE-LEDGER
               STOP RUN
           END-IF
           IF WS-LEDGER-MODE = "Y"
               PERFORM 9970-LEDGER-REPORT
               PERFORM 9900-SET-RETURN-CODE
               PERFORM 9950-WRITE-LEDGER
               STOP RUN
           END-IF
           IF WS-TUNE-MODE = "Y"
               PERFORM 7300-TUNE-GRID
               PERFORM 9500-CONTROL-TOTALS
               PERFORM 9900-SET-RETURN-CODE
               PERFORM 9950-WRITE-LEDGER
               STOP RUN
           END-IF
           IF WS-TALL-MODE = "Y"
               PERFORM 7400-TRAIN-ALL
               PERFORM 9500-CONTROL-TOTALS
               PERFORM 9900-SET-RETURN-CODE
               PERFORM 9950-WRITE-LEDGER
               STOP RUN
           END-IF
           IF WS-RUNCTL-FOUND = "N"
           END-IF
           IF WS-LOAD-CHOICE = "Y" OR WS-LOAD-CHOICE = "y"
               PERFORM 8000-LOAD-WEIGHTS
               IF WS-MDL-OVFL = "Y"
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9950-WRITE-LEDGER
                   STOP RUN
               END-IF
           END-IF
           IF WS-WEIGHTS-FOUND = "N" AND WS-DO-TRAIN = "N"
               DISPLAY "SCORE MODE REQUESTED BUT NO USABLE WEIGHTS"
               MOVE 12 TO RETURN-CODE
               PERFORM 9950-WRITE-LEDGER
               STOP RUN
           END-IF
           IF WS-WEIGHTS-FOUND = "N"
               PERFORM 0250-LOAD-TRAINING
               IF WS-TRN-LOAD-FAIL = "Y"
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9950-WRITE-LEDGER
                   STOP RUN
               END-IF
               IF WS-PRF-GATE-FAIL = "Y"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9950-WRITE-LEDGER
                   STOP RUN
               END-IF
               PERFORM 0400-COMPUTE-SCALES
               IF WS-TRN-LOAD-FAIL = "Y"
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9950-WRITE-LEDGER
                   STOP RUN
               END-IF
               IF WS-RUNCTL-FOUND = "N"
                   DISPLAY "RESUME FROM CHECKPT.DAT (Y/N)? "
                   ACCEPT WS-RESUME-CHOICE
                   PERFORM 7500-LOAD-CHECKPOINT
               END-IF
               IF WS-CKPT-FOUND = "N"
                   PERFORM 7060-INIT-WEIGHTS
               END-IF
               MOVE "Y" TO WS-TRAIN-RAN
               MOVE WS-RUN-MODEL TO WS-CUR-MODEL
               PERFORM 7000-TRAIN
               PERFORM 8350-GATE-GENERATION
               IF WS-TRN-LOAD-FAIL = "Y"
                       OR (WS-WGT-SAVED = "N" AND WS-CHAMP-FOUND = "N")
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9950-WRITE-LEDGER
                   STOP RUN
               END-IF
           END-IF
           IF WS-DISPOSE-MODE = "Y"
               PERFORM 9600-REFERRAL-DISPOSITION
               PERFORM 9500-CONTROL-TOTALS
               PERFORM 9900-SET-RETURN-CODE
               PERFORM 9950-WRITE-LEDGER
               STOP RUN
           END-IF
           IF WS-OUTCOME-MODE = "Y"
               PERFORM 9850-OUTCOME-FEEDBACK
               PERFORM 9500-CONTROL-TOTALS
               PERFORM 9900-SET-RETURN-CODE
               PERFORM 9950-WRITE-LEDGER
               STOP RUN
           END-IF
           IF WS-RUNCTL-FOUND = "N"
           END-IF
           PERFORM 9500-CONTROL-TOTALS
           PERFORM 9900-SET-RETURN-CODE
           PERFORM 9950-WRITE-LEDGER
           STOP RUN.

       0100-READ-PARAMS.
                       IF PARM-STAB-PCT NUMERIC AND PARM-STAB-PCT > 0
                           MOVE PARM-STAB-PCT TO WS-STAB-PCT
                       END-IF
                       IF PARM-MIN-MINOR NUMERIC
                           MOVE PARM-MIN-MINOR TO WS-GATE-MIN-MINOR
                       END-IF
                       IF PARM-MAX-CONFLICT NUMERIC
                           MOVE PARM-MAX-CONFLICT
                               TO WS-GATE-MAX-CONFLICT
                       END-IF
                       IF PARM-MIN-ROWS NUMERIC
                           MOVE PARM-MIN-ROWS TO WS-GATE-MIN-ROWS
                       END-IF
                       DISPLAY "PARAMS.DAT LOADED - LR/IT OVERRIDDEN"
               END-READ
           END-IF
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-RUNCTL-FOUND
                       MOVE RUN-MODE TO WS-LDG-MODE
                       EVALUATE RUN-MODE
                           WHEN "TRAIN"
                               MOVE "Y" TO WS-DO-TRAIN
                               MOVE "N" TO WS-DO-TRAIN
                               MOVE "Y" TO WS-LOAD-CHOICE
                               MOVE "Y" TO WS-BATCH-CHOICE
                           WHEN "TUNE"
                               MOVE "Y" TO WS-DO-TRAIN
                               MOVE "N" TO WS-BATCH-CHOICE
                               MOVE "Y" TO WS-TUNE-MODE
                           WHEN "TRAINALL"
                               MOVE "Y" TO WS-DO-TRAIN
                               MOVE "N" TO WS-BATCH-CHOICE
                               MOVE "Y" TO WS-TALL-MODE
                           WHEN "TRAIN+SCORE"
                               MOVE "Y" TO WS-DO-TRAIN
                               MOVE "Y" TO WS-BATCH-CHOICE
                               MOVE "N" TO WS-DO-TRAIN
                               MOVE "N" TO WS-BATCH-CHOICE
                               MOVE "Y" TO WS-INQ-MODE
                           WHEN "LEDGER"
                               MOVE "N" TO WS-DO-TRAIN
                               MOVE "N" TO WS-BATCH-CHOICE
                               MOVE "Y" TO WS-LEDGER-MODE
                           WHEN OTHER
                               DISPLAY "RUNCTL.DAT MODE NOT "
                                       "RECOGNIZED: " RUN-MODE
                               CLOSE RUNCTL-FILE
                               MOVE 12 TO RETURN-CODE
                               PERFORM 9950-WRITE-LEDGER
                               STOP RUN
                       END-EVALUATE
                       IF RUN-LOAD = "Y"
                       IF RUN-PURGE-DAYS NUMERIC
                           MOVE RUN-PURGE-DAYS TO WS-PURGE-DAYS
                       END-IF
                       IF RUN-SHADOW NUMERIC
                           MOVE RUN-SHADOW TO WS-SHADOW-VER
                       END-IF
                       MOVE RUN-INQ-ID TO WS-INQ-ID
                       IF RUN-RERUN = "Y"
                           MOVE "Y" TO WS-RERUN
                       END-IF
                       MOVE RUN-FROM-DATE TO WS-LDG-FROM
                       MOVE RUN-TO-DATE TO WS-LDG-TO
                       IF RUN-MODEL NOT = SPACES
                           MOVE RUN-MODEL TO WS-RUN-MODEL
                       END-IF
                                   "GENERATION NUMBER"
                           CLOSE RUNCTL-FILE
                           MOVE 12 TO RETURN-CODE
                           PERFORM 9950-WRITE-LEDGER
                           STOP RUN
                       END-IF
                       IF WS-PURGE-MODE = "Y" AND WS-PURGE-DAYS = 0
                           DISPLAY "PURGE MODE REQUIRES A DAY COUNT"
                           CLOSE RUNCTL-FILE
                           MOVE 12 TO RETURN-CODE
                           PERFORM 9950-WRITE-LEDGER
                           STOP RUN
                       END-IF
                       IF WS-INQ-MODE = "Y" AND WS-INQ-ID = SPACES
                           DISPLAY "INQUIRE MODE REQUIRES A CAND-ID"
                           CLOSE RUNCTL-FILE
                           MOVE 12 TO RETURN-CODE
                           PERFORM 9950-WRITE-LEDGER
                           STOP RUN
                       END-IF
                       IF (WS-LDG-FROM NOT = SPACES
                               AND WS-LDG-FROM NOT NUMERIC)
                               OR (WS-LDG-TO NOT = SPACES
                               AND WS-LDG-TO NOT NUMERIC)
                               OR (WS-LDG-FROM NOT = SPACES
                               AND WS-LDG-TO NOT = SPACES
                               AND WS-LDG-FROM > WS-LDG-TO)
                           DISPLAY "RUNCTL.DAT LEDGER DATE RANGE "
                                   "INVALID: " WS-LDG-FROM " "
                                   WS-LDG-TO
                           CLOSE RUNCTL-FILE
                           MOVE 12 TO RETURN-CODE
                           PERFORM 9950-WRITE-LEDGER
                           STOP RUN
                       END-IF
                       DISPLAY "RUNCTL.DAT LOADED - MODE " RUN-MODE
       0250-LOAD-TRAINING.
           MOVE 0 TO WS-TOTAL-RECS
           MOVE "N" TO WS-EOF-TRAINING
           MOVE "N" TO WS-TRN-LOAD-FAIL
           IF WS-TALL-MODE = "Y"
               OPEN EXTEND EXCEPTIONS-FILE
               IF WS-EXC-STATUS NOT = "00"
                   OPEN OUTPUT EXCEPTIONS-FILE
               END-IF
           ELSE
               OPEN OUTPUT EXCEPTIONS-FILE
           END-IF
           OPEN INPUT TRAINING
           IF WS-TRN-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-TRN-FILE)
                       " NOT AVAILABLE - STATUS " WS-TRN-STATUS
               MOVE "Y" TO WS-TRN-LOAD-FAIL
           ELSE
               OPEN OUTPUT TRNWORK-FILE
               IF WS-TRW-STATUS NOT = "00"
                   DISPLAY "TRNWORK.DAT UNAVAILABLE, STATUS "
                           WS-TRW-STATUS " - TRAINING NOT LOADED"
                   MOVE "Y" TO WS-TRN-LOAD-FAIL
                   MOVE "Y" TO WS-EOF-TRAINING
               END-IF
               READ TRAINING
                   AT END
                       DISPLAY FUNCTION TRIM(WS-TRN-FILE)
                               " MISSING HEADER, ASSUMING 4"
                   NOT AT END
                       MOVE TRAINING-REC(1:2) TO WS-NUM-FEAT
               END-READ
               IF WS-NUM-FEAT > WS-MAX-FEAT
                   DISPLAY FUNCTION TRIM(WS-TRN-FILE)
                           " HEADER REQUESTS " WS-NUM-FEAT
                           " FEATURES, MAX SUPPORTED IS " WS-MAX-FEAT
                   MOVE "Y" TO WS-TRN-LOAD-FAIL
                   MOVE "Y" TO WS-EOF-TRAINING
               END-IF
               PERFORM UNTIL WS-EOF-TRAINING = "Y"
                   READ TRAINING
                       AT END
                           MOVE "Y" TO WS-EOF-TRAINING
                       NOT AT END
                           PERFORM 0260-STORE-TRAINING-ROW
                   END-READ
               END-PERFORM
               CLOSE TRAINING
               CLOSE TRNWORK-FILE
           END-IF
           CLOSE EXCEPTIONS-FILE
           COMPUTE WS-TRAIN-COUNT = WS-TOTAL-RECS * 80 / 100
           COMPUTE WS-HOLDOUT-COUNT = WS-TOTAL-RECS - WS-TRAIN-COUNT
           MOVE "N" TO WS-PRF-GATE-FAIL
           IF WS-TRN-LOAD-FAIL = "N"
               DISPLAY FUNCTION TRIM(WS-TRN-FILE) " LOADED - "
                       WS-TOTAL-RECS " ROWS"
               PERFORM 0300-PROFILE-TRAINING
           END-IF.

       0260-STORE-TRAINING-ROW.
           IF WS-TOTAL-RECS >= WS-TRN-MAX
               DISPLAY FUNCTION TRIM(WS-TRN-FILE) " EXCEEDS "
                       WS-TRN-MAX " ROWS - ROW LIMIT REACHED"
               MOVE "Y" TO WS-TRN-LOAD-FAIL
               MOVE "Y" TO WS-EOF-TRAINING
           ELSE
               PERFORM 0265-KEEP-TRAINING-ROW
           END-IF.

       0265-KEEP-TRAINING-ROW.
           ADD 1 TO WS-TOTAL-RECS
           PERFORM 7100-VALIDATE-ROW
           MOVE SPACES TO TRW-REC
           MOVE WS-ROW-VALID TO TRW-VALID
           MOVE WS-Y TO TRW-Y
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-FEAT
               MOVE WS-FEAT-X(WS-IDX) TO TRW-X(WS-IDX)
           END-PERFORM
           WRITE TRW-REC
           IF WS-TRW-STATUS NOT = "00"
               DISPLAY "TRNWORK.DAT WRITE FAILED, STATUS "
                       WS-TRW-STATUS " - TRAINING NOT LOADED"
               MOVE "Y" TO WS-TRN-LOAD-FAIL
               MOVE "Y" TO WS-EOF-TRAINING
           END-IF.

       0300-PROFILE-TRAINING.
           MOVE 0 TO WS-PRF-VALID
           MOVE 0 TO WS-PRF-INVALID
           MOVE 0 TO WS-PRF-TRN-GOOD
           MOVE 0 TO WS-PRF-TRN-BAD
           MOVE 0 TO WS-PRF-HLD-GOOD
           MOVE 0 TO WS-PRF-HLD-BAD
           MOVE 0 TO WS-PRF-DUPS
           MOVE 0 TO WS-PRF-CONFLICTS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FEAT
               MOVE 9999 TO WS-PRF-MIN(WS-IDX)
               MOVE 0 TO WS-PRF-MAX(WS-IDX)
               MOVE 0 TO WS-PRF-SUM(WS-IDX)
               MOVE 0 TO WS-PRF-SQ(WS-IDX)
               MOVE 0 TO WS-PRF-DIST(WS-IDX)
           END-PERFORM
           OPEN OUTPUT PRFWORK-FILE
           OPEN OUTPUT PRFVAL-FILE
           IF WS-PWK-STATUS = "00" AND WS-PVL-STATUS = "00"
               PERFORM 0305-PROFILE-PASS
           ELSE
               DISPLAY "PRFWORK.DAT/PRFVAL.DAT UNAVAILABLE, STATUS "
                       WS-PWK-STATUS "/" WS-PVL-STATUS
                       " - TRAINING NOT PROFILED"
               MOVE "Y" TO WS-TRN-LOAD-FAIL
               MOVE "Y" TO WS-FAIL-FLAG
               CLOSE PRFWORK-FILE
               CLOSE PRFVAL-FILE
           END-IF.

       0305-PROFILE-PASS.
           PERFORM 7140-OPEN-TRAIN-WORK
           PERFORM VARYING WS-RDX FROM 1 BY 1
                   UNTIL WS-RDX > WS-TOTAL-RECS
               PERFORM 7150-FETCH-ROW
               IF WS-ROW-VALID = "Y"
                   PERFORM 0310-PROFILE-ROW
               ELSE
                   ADD 1 TO WS-PRF-INVALID
               END-IF
           END-PERFORM
           CLOSE TRNWORK-FILE
           CLOSE PRFWORK-FILE
           CLOSE PRFVAL-FILE
           IF WS-TRW-OK = "Y"
               PERFORM 0320-PROFILE-DUPLICATES
               PERFORM 0330-PROFILE-DISTINCT
               PERFORM 0340-WRITE-PROFILE
               PERFORM 0350-DATA-GATE
               PERFORM 8495-AUDIT-DATA-GATE
           END-IF.

       0310-PROFILE-ROW.
           ADD 1 TO WS-PRF-VALID
           IF WS-RDX > WS-TRAIN-COUNT
               IF WS-Y = 1
                   ADD 1 TO WS-PRF-HLD-GOOD
               ELSE
                   ADD 1 TO WS-PRF-HLD-BAD
               END-IF
           ELSE
               IF WS-Y = 1
                   ADD 1 TO WS-PRF-TRN-GOOD
               ELSE
                   ADD 1 TO WS-PRF-TRN-BAD
               END-IF
           END-IF
           MOVE SPACES TO PWK-REC
           MOVE WS-Y TO PWK-Y
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-FEAT
               MOVE WS-FEAT-X(WS-IDX) TO WS-FEAT-R
               MOVE WS-FEAT-X(WS-IDX) TO PWK-X(WS-IDX)
               IF WS-FEAT-R < WS-PRF-MIN(WS-IDX)
                   MOVE WS-FEAT-R TO WS-PRF-MIN(WS-IDX)
               END-IF
               IF WS-FEAT-R > WS-PRF-MAX(WS-IDX)
                   MOVE WS-FEAT-R TO WS-PRF-MAX(WS-IDX)
               END-IF
               ADD WS-FEAT-R TO WS-PRF-SUM(WS-IDX)
               COMPUTE WS-PRF-SQ(WS-IDX) =
                       WS-PRF-SQ(WS-IDX) + WS-FEAT-R * WS-FEAT-R
               MOVE WS-IDX TO PVL-FEAT
               MOVE WS-FEAT-X(WS-IDX) TO PVL-VAL
               WRITE PVL-REC
           END-PERFORM
           WRITE PWK-REC.

       0320-PROFILE-DUPLICATES.
           SORT PRFSORT-FILE
               ON ASCENDING KEY PS-FEATS PS-Y
               USING PRFWORK-FILE
               GIVING PRFSRT-FILE
           MOVE "N" TO WS-EOF-PRF
           MOVE HIGH-VALUES TO WS-PRF-PREV-FEATS
           MOVE 0 TO WS-PRF-PREV-Y
           OPEN INPUT PRFSRT-FILE
           PERFORM UNTIL WS-EOF-PRF = "Y"
               READ PRFSRT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-PRF
                   NOT AT END
                       IF PSR-FEATS = WS-PRF-PREV-FEATS
                           IF PSR-Y = WS-PRF-PREV-Y
                               ADD 1 TO WS-PRF-DUPS
                           ELSE
                               ADD 1 TO WS-PRF-CONFLICTS
                           END-IF
                       END-IF
                       MOVE PSR-FEATS TO WS-PRF-PREV-FEATS
                       MOVE PSR-Y TO WS-PRF-PREV-Y
               END-READ
           END-PERFORM
           CLOSE PRFSRT-FILE.

       0330-PROFILE-DISTINCT.
           SORT PRFVSORT-FILE
               ON ASCENDING KEY PVS-FEAT PVS-VAL
               USING PRFVAL-FILE
               GIVING PRFVSRT-FILE
           MOVE "N" TO WS-EOF-PRF
           MOVE 0 TO WS-PRF-PREV-FEAT
           MOVE SPACES TO WS-PRF-PREV-VAL
           OPEN INPUT PRFVSRT-FILE
           PERFORM UNTIL WS-EOF-PRF = "Y"
               READ PRFVSRT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-PRF
                   NOT AT END
                       IF PVR-FEAT NOT = WS-PRF-PREV-FEAT
                               OR PVR-VAL NOT = WS-PRF-PREV-VAL
                           ADD 1 TO WS-PRF-DIST(PVR-FEAT)
                       END-IF
                       MOVE PVR-FEAT TO WS-PRF-PREV-FEAT
                       MOVE PVR-VAL TO WS-PRF-PREV-VAL
               END-READ
           END-PERFORM
           CLOSE PRFVSRT-FILE.

       0340-WRITE-PROFILE.
           IF WS-TALL-MODE = "Y"
               OPEN EXTEND DATAPROF-FILE
               IF WS-DPRF-STATUS NOT = "00"
                   OPEN OUTPUT DATAPROF-FILE
               END-IF
           ELSE
               OPEN OUTPUT DATAPROF-FILE
           END-IF
           MOVE WS-RUN-MODEL TO WS-PH-MODEL
           MOVE WS-TRN-FILE TO WS-PH-FILE
           MOVE WS-PRF-HEAD-LINE TO DPRF-REC
           WRITE DPRF-REC
           DISPLAY WS-PRF-HEAD-LINE
           MOVE "ROWS READ" TO WS-PC-LABEL
           MOVE WS-TOTAL-RECS TO WS-PC-VALUE
           PERFORM 0345-WRITE-PROFILE-COUNT
           MOVE "VALID ROWS" TO WS-PC-LABEL
           MOVE WS-PRF-VALID TO WS-PC-VALUE
           PERFORM 0345-WRITE-PROFILE-COUNT
           MOVE "INVALID ROWS" TO WS-PC-LABEL
           MOVE WS-PRF-INVALID TO WS-PC-VALUE
           PERFORM 0345-WRITE-PROFILE-COUNT
           MOVE WS-PRF-SLICE-HEAD TO DPRF-REC
           WRITE DPRF-REC
           MOVE "OVERALL" TO WS-PS-NAME
           COMPUTE WS-PRF-GOOD = WS-PRF-TRN-GOOD + WS-PRF-HLD-GOOD
           COMPUTE WS-PRF-BAD = WS-PRF-TRN-BAD + WS-PRF-HLD-BAD
           PERFORM 0347-WRITE-SLICE-LINE
           MOVE "TRAINING" TO WS-PS-NAME
           MOVE WS-PRF-TRN-GOOD TO WS-PRF-GOOD
           MOVE WS-PRF-TRN-BAD TO WS-PRF-BAD
           PERFORM 0347-WRITE-SLICE-LINE
           COMPUTE WS-PRF-TRN-ROWS = WS-PRF-TRN-GOOD + WS-PRF-TRN-BAD
           MOVE WS-PRF-MINOR TO WS-PRF-TRN-MINOR
           MOVE "HOLD-OUT" TO WS-PS-NAME
           MOVE WS-PRF-HLD-GOOD TO WS-PRF-GOOD
           MOVE WS-PRF-HLD-BAD TO WS-PRF-BAD
           PERFORM 0347-WRITE-SLICE-LINE
           MOVE WS-PRF-FEAT-HEAD TO DPRF-REC
           WRITE DPRF-REC
           MOVE 0 TO WS-PRF-CONSTANT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-FEAT
               PERFORM 0348-WRITE-FEATURE-LINE
           END-PERFORM
           MOVE "DUPLICATE ROWS" TO WS-PC-LABEL
           MOVE WS-PRF-DUPS TO WS-PC-VALUE
           PERFORM 0345-WRITE-PROFILE-COUNT
           MOVE "CONFLICTING LABEL GROUPS" TO WS-PC-LABEL
           MOVE WS-PRF-CONFLICTS TO WS-PC-VALUE
           PERFORM 0345-WRITE-PROFILE-COUNT
           IF WS-PRF-CONSTANT > 0
               DISPLAY "WARNING - " WS-PRF-CONSTANT
                       " FEATURE(S) NEVER VARY IN "
                       FUNCTION TRIM(WS-TRN-FILE)
               MOVE "Y" TO WS-WARN-FLAG
           END-IF.

       0345-WRITE-PROFILE-COUNT.
           MOVE WS-PRF-CNT-LINE TO DPRF-REC
           WRITE DPRF-REC.

       0347-WRITE-SLICE-LINE.
           COMPUTE WS-PS-ROWS = WS-PRF-GOOD + WS-PRF-BAD
           MOVE WS-PRF-GOOD TO WS-PS-GOOD
           MOVE WS-PRF-BAD TO WS-PS-BAD
           MOVE 0 TO WS-PRF-MINOR
           IF WS-PRF-GOOD + WS-PRF-BAD > 0
               IF WS-PRF-GOOD < WS-PRF-BAD
                   COMPUTE WS-PRF-MINOR ROUNDED = WS-PRF-GOOD * 100
                           / (WS-PRF-GOOD + WS-PRF-BAD)
               ELSE
                   COMPUTE WS-PRF-MINOR ROUNDED = WS-PRF-BAD * 100
                           / (WS-PRF-GOOD + WS-PRF-BAD)
               END-IF
           END-IF
           MOVE WS-PRF-MINOR TO WS-PS-MINOR
           MOVE WS-PRF-SLICE-LINE TO DPRF-REC
           WRITE DPRF-REC.

       0348-WRITE-FEATURE-LINE.
           MOVE WS-IDX TO WS-PF-FEAT
           MOVE SPACES TO WS-PF-NOTE
           MOVE 0 TO WS-PRF-MEAN
           MOVE 0 TO WS-PRF-STD
           IF WS-PRF-VALID > 0
               MOVE WS-PRF-MIN(WS-IDX) TO WS-PF-MIN
               MOVE WS-PRF-MAX(WS-IDX) TO WS-PF-MAX
               COMPUTE WS-PRF-MEAN ROUNDED =
                       WS-PRF-SUM(WS-IDX) / WS-PRF-VALID
               COMPUTE WS-PRF-VAR ROUNDED =
                       WS-PRF-SQ(WS-IDX) / WS-PRF-VALID
                       - WS-PRF-MEAN * WS-PRF-MEAN
               IF WS-PRF-VAR > 0
                   COMPUTE WS-PRF-STD ROUNDED =
                           FUNCTION SQRT(WS-PRF-VAR)
               END-IF
               IF WS-PRF-DIST(WS-IDX) < 2
                   MOVE "CONSTANT" TO WS-PF-NOTE
                   ADD 1 TO WS-PRF-CONSTANT
               END-IF
           ELSE
               MOVE 0 TO WS-PF-MIN
               MOVE 0 TO WS-PF-MAX
           END-IF
           MOVE WS-PRF-MEAN TO WS-PF-MEAN
           MOVE WS-PRF-STD TO WS-PF-STD
           MOVE WS-PRF-DIST(WS-IDX) TO WS-PF-DIST
           MOVE WS-PRF-FEAT-LINE TO DPRF-REC
           WRITE DPRF-REC.

       0350-DATA-GATE.
           MOVE "N" TO WS-PRF-GATE-FAIL
           MOVE SPACES TO WS-PRF-REASON
           MOVE "MINIMUM TRAINING ROWS" TO WS-PG-LABEL
           MOVE WS-GATE-MIN-ROWS TO WS-PG-LIMIT
           MOVE WS-PRF-TRN-ROWS TO WS-PG-ACT-I
           MOVE "PASS" TO WS-PG-RESULT
           IF WS-PRF-TRN-ROWS < WS-GATE-MIN-ROWS
               MOVE "FAIL" TO WS-PG-RESULT
               MOVE "TRAINING ROWS BELOW MINIMUM"
                   TO WS-PRF-REASON
               MOVE "Y" TO WS-PRF-GATE-FAIL
           END-IF
           PERFORM 0355-WRITE-GATE-LINE
           MOVE "MINIMUM MINORITY CLASS %" TO WS-PG-LABEL
           MOVE WS-GATE-MIN-MINOR TO WS-PG-LIMIT
           MOVE WS-PRF-TRN-MINOR TO WS-PG-ACT
           MOVE "PASS" TO WS-PG-RESULT
           IF WS-PRF-TRN-MINOR < WS-GATE-MIN-MINOR
               MOVE "FAIL" TO WS-PG-RESULT
               IF WS-PRF-GATE-FAIL = "N"
                   MOVE "MINORITY CLASS SHARE BELOW MINIMUM"
                       TO WS-PRF-REASON
               END-IF
               MOVE "Y" TO WS-PRF-GATE-FAIL
           END-IF
           PERFORM 0355-WRITE-GATE-LINE
           MOVE "MAXIMUM CONFLICTING GROUPS" TO WS-PG-LABEL
           MOVE WS-GATE-MAX-CONFLICT TO WS-PG-LIMIT
           MOVE WS-PRF-CONFLICTS TO WS-PG-ACT-I
           MOVE "PASS" TO WS-PG-RESULT
           IF WS-PRF-CONFLICTS > WS-GATE-MAX-CONFLICT
               MOVE "FAIL" TO WS-PG-RESULT
               IF WS-PRF-GATE-FAIL = "N"
                   MOVE "CONFLICTING LABELS ABOVE MAXIMUM"
                       TO WS-PRF-REASON
               END-IF
               MOVE "Y" TO WS-PRF-GATE-FAIL
           END-IF
           PERFORM 0355-WRITE-GATE-LINE
           IF WS-PRF-GATE-FAIL = "Y"
               MOVE "DATA QUALITY GATE FAILED - TRAINING NOT RUN"
                   TO DPRF-REC
               MOVE "Y" TO WS-GATE-FLAG
           ELSE
               MOVE "DATA QUALITY GATE PASSED" TO DPRF-REC
           END-IF
           WRITE DPRF-REC
           DISPLAY DPRF-REC
           MOVE SPACES TO DPRF-REC
           WRITE DPRF-REC
           CLOSE DATAPROF-FILE.

       0355-WRITE-GATE-LINE.
           MOVE WS-PRF-GATE-LINE TO DPRF-REC
           WRITE DPRF-REC
           DISPLAY WS-PRF-GATE-LINE.

       0400-COMPUTE-SCALES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FEAT
               MOVE 9999 TO WS-SCL-MIN(WS-IDX)
               MOVE 0 TO WS-SCL-MAX(WS-IDX)
           END-PERFORM
           PERFORM 7140-OPEN-TRAIN-WORK
           PERFORM VARYING WS-RDX FROM 1 BY 1
                   UNTIL WS-RDX > WS-TRAIN-COUNT
               PERFORM 7150-FETCH-ROW
               IF WS-ROW-VALID = "Y"
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-NUM-FEAT
                       MOVE WS-FEAT-X(WS-IDX) TO WS-FEAT-R
                       IF WS-FEAT-R < WS-SCL-MIN(WS-IDX)
                           MOVE WS-FEAT-R
                               TO WS-SCL-MIN(WS-IDX)
                       END-IF
                       IF WS-FEAT-R > WS-SCL-MAX(WS-IDX)
                           MOVE WS-FEAT-R
                               TO WS-SCL-MAX(WS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE TRNWORK-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FEAT
               IF WS-SCL-MIN(WS-IDX) > WS-SCL-MAX(WS-IDX)
                   MOVE 0 TO WS-SCL-MIN(WS-IDX)
                   MOVE 9999 TO WS-SCL-MAX(WS-IDX)
               END-IF
           END-PERFORM
           DISPLAY "FEATURE SCALES COMPUTED FROM TRAINING SLICE".

       7000-TRAIN.
           IF WS-CKPT-FOUND = "Y" OR WS-TALL-MODE = "Y"
               OPEN EXTEND REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   OPEN OUTPUT REPORT-FILE
               END-IF
           ELSE
               OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE 0 TO WS-EP-ERR
           MOVE 0 TO WS-EP-OK
           MOVE 0 TO WS-EP-RECS
           PERFORM VARYING WS-EPOCH FROM WS-START-EPOCH BY 1
                   UNTIL WS-EPOCH > IT OR WS-TRN-LOAD-FAIL = "Y"
             PERFORM 7050-TRAIN-EPOCH
             IF WS-EP-RECS > 0
                 MOVE WS-EPOCH TO WS-RL-EPOCH
                 COMPUTE WS-RL-AVGERR = WS-EP-ERR / WS-EP-RECS
                 WRITE REPORT-REC
                 DISPLAY WS-NOREC-LINE
             END-IF
             IF WS-TALL-MODE = "N"
                 PERFORM 7600-SAVE-CHECKPOINT
             END-IF
           END-PERFORM
           MOVE WS-EP-RECS TO WS-CT-TRAIN-VALID
           MOVE WS-EP-INV TO WS-CT-TRAIN-INV
           CLOSE REPORT-FILE
           PERFORM 7700-HOLDOUT-EVAL.

       7050-TRAIN-EPOCH.
           MOVE "Y" TO WS-EPOCH-RAN
           MOVE 0 TO WS-EP-ERR
           MOVE 0 TO WS-EP-OK
           MOVE 0 TO WS-EP-RECS
           MOVE 0 TO WS-EP-INV
           PERFORM 7140-OPEN-TRAIN-WORK
           PERFORM VARYING WS-RDX FROM 1 BY 1
                   UNTIL WS-RDX > WS-TRAIN-COUNT
              PERFORM 7150-FETCH-ROW
              IF WS-ROW-VALID = "Y"
                  ADD 1 TO WS-EP-RECS
                  PERFORM 7200-SCORE-ROW
                  IF PREDICTION > WS-CUTOFF
                      MOVE 1 TO WS-CLASS
                  ELSE
                      MOVE 0 TO WS-CLASS
                  END-IF
                  IF WS-CLASS = WS-Y
                      ADD 1 TO WS-EP-OK
                  END-IF
                  COMPUTE ERR = WS-Y - PREDICTION
                  ADD FUNCTION ABS(ERR) TO WS-EP-ERR
                  COMPUTE B = B + ERR * LR
                  PERFORM VARYING WS-IDX FROM 1 BY 1
                          UNTIL WS-IDX > WS-NUM-FEAT
                      COMPUTE TMP = WS-W(WS-IDX) *
                            WS-FEAT-N(WS-IDX) * ERR * LR
                      COMPUTE WS-W(WS-IDX) =
                            WS-W(WS-IDX) + TMP
                  END-PERFORM
              ELSE
                  ADD 1 TO WS-EP-INV
              END-IF
           END-PERFORM
           CLOSE TRNWORK-FILE.

       7060-INIT-WEIGHTS.
           MOVE 1 TO WS-START-EPOCH
           COMPUTE B = FUNCTION RANDOM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-FEAT
               COMPUTE WS-W(WS-IDX) = FUNCTION RANDOM
           END-PERFORM.

       7140-OPEN-TRAIN-WORK.
           OPEN INPUT TRNWORK-FILE
           IF WS-TRW-STATUS = "00"
               MOVE "Y" TO WS-TRW-OK
           ELSE
               DISPLAY "TRNWORK.DAT UNAVAILABLE, STATUS "
                       WS-TRW-STATUS " - TRAINING ROWS NOT READ"
               MOVE "N" TO WS-TRW-OK
               MOVE "Y" TO WS-TRN-LOAD-FAIL
               MOVE "Y" TO WS-FAIL-FLAG
           END-IF.

       7150-FETCH-ROW.
           MOVE "N" TO WS-ROW-VALID
           IF WS-TRW-OK = "Y"
               READ TRNWORK-FILE
                   NOT AT END
                       MOVE TRW-VALID TO WS-ROW-VALID
                       MOVE TRW-Y TO WS-Y
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-NUM-FEAT
                           MOVE TRW-X(WS-IDX) TO WS-FEAT-X(WS-IDX)
                       END-PERFORM
               END-READ
           END-IF.

       7100-VALIDATE-ROW.
           MOVE "Y" TO WS-ROW-VALID
           MOVE SPACES TO EXC-REC
                       WS-W(WS-IDX) * WS-FEAT-N(WS-IDX)
           END-PERFORM.

       7300-TUNE-GRID.
           PERFORM 0250-LOAD-TRAINING
           IF WS-TRN-LOAD-FAIL = "Y"
               MOVE 12 TO RETURN-CODE
               PERFORM 9950-WRITE-LEDGER
               STOP RUN
           END-IF
           IF WS-PRF-GATE-FAIL = "Y"
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-WRITE-LEDGER
               STOP RUN
           END-IF
           PERFORM 0400-COMPUTE-SCALES
           IF WS-TRN-LOAD-FAIL = "Y"
               MOVE 12 TO RETURN-CODE
               PERFORM 9950-WRITE-LEDGER
               STOP RUN
           END-IF
           PERFORM 7060-INIT-WEIGHTS
           MOVE "Y" TO WS-TRAIN-RAN
           MOVE WS-RUN-MODEL TO WS-CUR-MODEL
           MOVE B TO WS-TUN-ST-B
           MOVE WS-W-TAB TO WS-TUN-ST-W-TAB
           MOVE 0 TO WS-TUN-CNT
           MOVE 0 TO WS-TUN-REJ
           MOVE "N" TO WS-TUN-FOUND
           MOVE "N" TO WS-EOF-TUNEGRID
           OPEN OUTPUT TUNERPT-FILE
           MOVE WS-RUN-MODEL TO WS-TH-MODEL
           MOVE WS-TRAIN-COUNT TO WS-TH-TRAIN
           MOVE WS-HOLDOUT-COUNT TO WS-TH-HOLD
           MOVE WS-TUNE-HEAD-LINE TO TRPT-REC
           WRITE TRPT-REC
           DISPLAY WS-TUNE-HEAD-LINE
           OPEN INPUT TUNEGRID-FILE
           IF WS-TGRD-STATUS = "00"
               PERFORM UNTIL WS-EOF-TUNEGRID = "Y"
                   READ TUNEGRID-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-TUNEGRID
                       NOT AT END
                           PERFORM 7310-TUNE-ONE-COMBO
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TUNEGRID-FILE
           IF WS-TUN-CNT = 0
               MOVE "TUNEGRID.DAT MISSING OR EMPTY - NOTHING TUNED"
                   TO TRPT-REC
               WRITE TRPT-REC
               DISPLAY TRPT-REC
               CLOSE TUNERPT-FILE
               MOVE "Y" TO WS-FAIL-FLAG
               PERFORM 8470-AUDIT-TUNE
           ELSE
               IF WS-TUN-FOUND = "Y"
                   MOVE WS-TUN-BEST-LR TO WS-TB-LR
                   MOVE WS-TUN-BEST-IT TO WS-TB-IT
                   MOVE WS-TUN-BEST-ACC TO WS-TB-ACC
                   MOVE WS-TUNE-BEST-LINE TO TRPT-REC
                   WRITE TRPT-REC
                   DISPLAY WS-TUNE-BEST-LINE
               ELSE
                   MOVE "NO COMBINATION MET THE CLASS 1 RECALL FLOOR"
                       TO TRPT-REC
                   WRITE TRPT-REC
                   DISPLAY TRPT-REC
                   MOVE "Y" TO WS-RECALL-FLAG
               END-IF
               CLOSE TUNERPT-FILE
               PERFORM 8470-AUDIT-TUNE
               IF WS-TUN-FOUND = "Y"
                   MOVE WS-TUN-BEST-LR TO LR
                   MOVE WS-TUN-BEST-IT TO IT
                   MOVE WS-TUN-BEST-B TO B
                   MOVE WS-TUN-BEST-W-TAB TO WS-W-TAB
                   OPEN OUTPUT REPORT-FILE
                   MOVE WS-TUNE-BEST-LINE TO REPORT-REC
                   WRITE REPORT-REC
                   CLOSE REPORT-FILE
                   PERFORM 7700-HOLDOUT-EVAL
                   PERFORM 8350-GATE-GENERATION
               END-IF
           END-IF.

       7310-TUNE-ONE-COMBO.
           IF TG-LR NOT NUMERIC OR TG-IT NOT NUMERIC
                   OR TG-LR = 0 OR TG-IT = 0
               ADD 1 TO WS-TUN-REJ
               COMPUTE WS-TJ-LINE = WS-TUN-CNT + WS-TUN-REJ
               MOVE TG-REC TO WS-TJ-DATA
               MOVE WS-TUNE-REJ-LINE TO TRPT-REC
               WRITE TRPT-REC
               DISPLAY WS-TUNE-REJ-LINE
               MOVE "Y" TO WS-WARN-FLAG
           ELSE
               ADD 1 TO WS-TUN-CNT
               MOVE TG-LR TO LR
               MOVE TG-IT TO IT
               MOVE WS-TUN-ST-B TO B
               MOVE WS-TUN-ST-W-TAB TO WS-W-TAB
               PERFORM VARYING WS-EPOCH FROM 1 BY 1
                       UNTIL WS-EPOCH > IT
                   PERFORM 7050-TRAIN-EPOCH
               END-PERFORM
               MOVE WS-EP-RECS TO WS-CT-TRAIN-VALID
               MOVE WS-EP-INV TO WS-CT-TRAIN-INV
               IF WS-EP-RECS > 0
                   COMPUTE WS-TUN-ERR = WS-EP-ERR / WS-EP-RECS
               ELSE
                   MOVE 0 TO WS-TUN-ERR
               END-IF
               PERFORM 7710-EVAL-PASS
               MOVE WS-HOLD-TOTAL TO WS-CT-HOLD-VALID
               MOVE WS-HOLD-INV TO WS-CT-HOLD-INV
               IF WS-HOLD-TOTAL > 0
                   MOVE WS-HOLD-ACC TO WS-TUN-ACC
               ELSE
                   MOVE 0 TO WS-TUN-ACC
               END-IF
               MOVE LR TO WS-TU-LR
               MOVE IT TO WS-TU-IT
               MOVE WS-TUN-ERR TO WS-TU-ERR
               MOVE WS-TUN-ACC TO WS-TU-ACC
               PERFORM 7810-CLASS-0-RATES
               MOVE WS-RECALL-PCT TO WS-TU-R0
               MOVE WS-F1-PCT TO WS-TU-F0
               PERFORM 7820-CLASS-1-RATES
               MOVE WS-RECALL-PCT TO WS-TU-R1
               MOVE WS-F1-PCT TO WS-TU-F1
               MOVE WS-RECALL-PCT TO WS-TUN-R1
               MOVE SPACES TO WS-TU-FLAG
               IF WS-RECALL-FLOOR > 0
                       AND WS-TUN-R1 < WS-RECALL-FLOOR
                   MOVE "<FLOOR" TO WS-TU-FLAG
               ELSE
                   PERFORM 7320-TUNE-BEST-CHECK
               END-IF
               MOVE WS-TUNE-LINE TO TRPT-REC
               WRITE TRPT-REC
               DISPLAY WS-TUNE-LINE
           END-IF.

       7320-TUNE-BEST-CHECK.
           IF WS-TUN-FOUND = "N"
                   OR WS-TUN-ACC > WS-TUN-BEST-ACC
                   OR (WS-TUN-ACC = WS-TUN-BEST-ACC
                       AND WS-TUN-ERR < WS-TUN-BEST-ERR)
               MOVE "Y" TO WS-TUN-FOUND
               MOVE LR TO WS-TUN-BEST-LR
               MOVE IT TO WS-TUN-BEST-IT
               MOVE WS-TUN-ACC TO WS-TUN-BEST-ACC
               MOVE WS-TUN-ERR TO WS-TUN-BEST-ERR
               MOVE B TO WS-TUN-BEST-B
               MOVE WS-W-TAB TO WS-TUN-BEST-W-TAB
           END-IF.

       7400-TRAIN-ALL.
           MOVE LR TO WS-TAL-BASE-LR
           MOVE IT TO WS-TAL-BASE-IT
           MOVE WS-RECALL-FLOOR TO WS-TAL-BASE-FLOOR
           MOVE WS-MARGIN TO WS-TAL-BASE-MARGIN
           MOVE WS-NUM-FEAT TO WS-TAL-BASE-NF
           MOVE WS-RUN-MODEL TO WS-TAL-BASE-MODEL
           MOVE WS-FAIL-FLAG TO WS-TAL-RUN-FAIL
           MOVE "N" TO WS-EOF-MODELCTL
           OPEN OUTPUT REPORT-FILE
           MOVE "TRAINALL RUN FROM MODELCTL.DAT" TO REPORT-REC
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           OPEN OUTPUT EXCEPTIONS-FILE
           CLOSE EXCEPTIONS-FILE
           OPEN OUTPUT DATAPROF-FILE
           CLOSE DATAPROF-FILE
           OPEN OUTPUT TALLWORK-FILE
           OPEN INPUT MODELCTL-FILE
           IF WS-MCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF-MODELCTL = "Y"
                   READ MODELCTL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-MODELCTL
                       NOT AT END
                           PERFORM 7410-TRAIN-ONE-MODEL
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MODELCTL-FILE
           CLOSE TALLWORK-FILE
           MOVE WS-TAL-BASE-MODEL TO WS-RUN-MODEL
           MOVE WS-TAL-RUN-FAIL TO WS-FAIL-FLAG
           IF WS-CT-TAL-MODELS = 0
               DISPLAY "MODELCTL.DAT MISSING OR EMPTY - NOTHING TRAINED"
               MOVE "Y" TO WS-FAIL-FLAG
           END-IF
           PERFORM 7450-TRAIN-ALL-SUMMARY.

       7410-TRAIN-ONE-MODEL.
           ADD 1 TO WS-CT-TAL-MODELS
           MOVE "N" TO WS-FAIL-FLAG
           MOVE "N" TO WS-PRF-GATE-FAIL
           MOVE MC-MODEL TO WS-RUN-MODEL
           IF WS-RUN-MODEL = SPACES
               MOVE "DEFAULT" TO WS-RUN-MODEL
           END-IF
           MOVE WS-RUN-MODEL TO WS-CUR-MODEL
           MOVE MC-FILE TO WS-TRN-FILE
           MOVE WS-TAL-BASE-LR TO LR
           MOVE WS-TAL-BASE-IT TO IT
           MOVE WS-TAL-BASE-FLOOR TO WS-RECALL-FLOOR
           MOVE WS-TAL-BASE-MARGIN TO WS-MARGIN
           MOVE WS-TAL-BASE-NF TO WS-NUM-FEAT
           IF MC-LR NUMERIC AND MC-LR > 0
               MOVE MC-LR TO LR
           END-IF
           IF MC-IT NUMERIC AND MC-IT > 0
               MOVE MC-IT TO IT
           END-IF
           IF MC-FLOOR NUMERIC
               MOVE MC-FLOOR TO WS-RECALL-FLOOR
           END-IF
           IF MC-MARGIN NUMERIC
               MOVE MC-MARGIN TO WS-MARGIN
           END-IF
           MOVE "N" TO WS-CKPT-FOUND
           MOVE "N" TO WS-EPOCH-RAN
           MOVE "Y" TO WS-PROMOTE-OK
           MOVE 0 TO WS-CHAL-ACC
           MOVE 0 TO WS-CHAMP-ACC
           MOVE 0 TO WS-NEW-VERSION
           MOVE 0 TO WS-TOTAL-RECS
           MOVE 0 TO WS-CT-TRAIN-VALID
           MOVE 0 TO WS-CT-TRAIN-INV
           MOVE 0 TO WS-CT-HOLD-VALID
           MOVE 0 TO WS-CT-HOLD-INV
           MOVE WS-RUN-MODEL TO WS-TA-MODEL
           MOVE WS-TRN-FILE TO WS-TA-FILE
           MOVE LR TO WS-TA-LR
           MOVE IT TO WS-TA-IT
           MOVE WS-RECALL-FLOOR TO WS-TA-FLOOR
           MOVE WS-MARGIN TO WS-TA-MARGIN
           OPEN EXTEND REPORT-FILE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TAL-HEAD-LINE TO REPORT-REC
           WRITE REPORT-REC
           DISPLAY WS-TAL-HEAD-LINE
           CLOSE REPORT-FILE
           IF WS-TRN-FILE = SPACES
               DISPLAY "MODELCTL.DAT LINE FOR " WS-RUN-MODEL
                       " NAMES NO TRAINING FILE"
               MOVE "Y" TO WS-TRN-LOAD-FAIL
           ELSE
               PERFORM 0250-LOAD-TRAINING
           END-IF
           IF WS-TRN-LOAD-FAIL = "Y"
               MOVE "Y" TO WS-FAIL-FLAG
           ELSE
               IF WS-TOTAL-RECS = 0
                   DISPLAY FUNCTION TRIM(WS-TRN-FILE)
                           " HAS NO TRAINING ROWS"
                   MOVE "Y" TO WS-FAIL-FLAG
               END-IF
           END-IF
           IF WS-FAIL-FLAG = "N" AND WS-PRF-GATE-FAIL = "N"
               PERFORM 0400-COMPUTE-SCALES
           END-IF
           IF WS-FAIL-FLAG = "N" AND WS-PRF-GATE-FAIL = "N"
               PERFORM 7060-INIT-WEIGHTS
               MOVE "Y" TO WS-TRAIN-RAN
               PERFORM 7000-TRAIN
               PERFORM 8350-GATE-GENERATION
           END-IF
           EVALUATE TRUE
               WHEN WS-FAIL-FLAG = "Y"
                   MOVE "FAILED" TO WS-TAL-RESULT
                   ADD 1 TO WS-CT-TAL-FAILED
                   MOVE "Y" TO WS-TAL-RUN-FAIL
                   PERFORM 8480-AUDIT-MODEL-FAILED
               WHEN WS-PRF-GATE-FAIL = "Y"
                   MOVE "GATED" TO WS-TAL-RESULT
                   ADD 1 TO WS-CT-TAL-GATED
               WHEN WS-PROMOTE-OK = "Y"
                   MOVE "PROMOTED" TO WS-TAL-RESULT
                   ADD 1 TO WS-CT-TAL-PROMOTED
               WHEN OTHER
                   MOVE "RETAINED" TO WS-TAL-RESULT
                   ADD 1 TO WS-CT-TAL-RETAINED
           END-EVALUATE
           MOVE WS-RUN-MODEL TO WS-TR-MODEL
           MOVE WS-TAL-RESULT TO WS-TR-RESULT
           MOVE WS-NEW-VERSION TO WS-TR-GEN
           MOVE WS-CHAL-ACC TO WS-TR-ACC
           MOVE WS-TRN-FILE TO WS-TR-FILE
           OPEN EXTEND REPORT-FILE
           IF WS-TRAIN-RAN = "Y"
               PERFORM 9505-TRAIN-TOTALS
           END-IF
           MOVE WS-TAL-RES-LINE TO REPORT-REC
           WRITE REPORT-REC
           DISPLAY WS-TAL-RES-LINE
           CLOSE REPORT-FILE
           MOVE WS-TAL-RES-LINE TO TWK-REC
           WRITE TWK-REC
           MOVE "N" TO WS-TRAIN-RAN.

       7450-TRAIN-ALL-SUMMARY.
           MOVE "N" TO WS-EOF-TALLWORK
           OPEN EXTEND REPORT-FILE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "TRAINALL SUMMARY" TO REPORT-REC
           WRITE REPORT-REC
           DISPLAY "TRAINALL SUMMARY"
           OPEN INPUT TALLWORK-FILE
           IF WS-TWK-STATUS = "00"
               PERFORM UNTIL WS-EOF-TALLWORK = "Y"
                   READ TALLWORK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-TALLWORK
                       NOT AT END
                           MOVE TWK-REC TO REPORT-REC
                           WRITE REPORT-REC
                           DISPLAY REPORT-REC
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TALLWORK-FILE
           CLOSE REPORT-FILE.

       7500-LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
           CLOSE CHECKPOINT-FILE.

       7700-HOLDOUT-EVAL.
           MOVE "N" TO WS-CHAMP-FOUND
           PERFORM 7710-EVAL-PASS
           MOVE WS-HOLD-TOTAL TO WS-CT-HOLD-VALID
           MOVE WS-HOLD-INV TO WS-CT-HOLD-INV
           MOVE 0 TO WS-FP
           MOVE 0 TO WS-TN
           MOVE 0 TO WS-FN
           INITIALIZE WS-SWP-TAB
           PERFORM 7140-OPEN-TRAIN-WORK
           PERFORM 7150-FETCH-ROW WS-TRAIN-COUNT TIMES
           COMPUTE WS-RDX = WS-TRAIN-COUNT + 1
           PERFORM UNTIL WS-RDX > WS-TOTAL-RECS
               PERFORM 7150-FETCH-ROW
               IF WS-ROW-VALID = "Y"
                   ADD 1 TO WS-HOLD-TOTAL
                   PERFORM 7200-SCORE-ROW
                   PERFORM 7720-SWEEP-ACCUM
                   IF PREDICTION > WS-CUTOFF
                       MOVE 1 TO WS-CLASS
                   ELSE
               END-IF
               ADD 1 TO WS-RDX
           END-PERFORM
           CLOSE TRNWORK-FILE
           IF WS-HOLD-TOTAL > 0
               COMPUTE WS-HOLD-ACC =
                       WS-HOLD-OK * 100 / WS-HOLD-TOTAL
               MOVE WS-HOLD-ACC TO WS-HL-ACCURACY
           END-IF.

       7720-SWEEP-ACCUM.
           PERFORM VARYING WS-SWX FROM 1 BY 1
                   UNTIL WS-SWX > WS-SWP-STEPS
               COMPUTE WS-SWP-CUT = WS-SWX * 0.05
               IF WS-BAND > 0 AND
                       FUNCTION ABS(PREDICTION - WS-SWP-CUT)
                       <= WS-BAND
                   ADD 1 TO WS-SWT-REF(WS-SWX)
               ELSE
                   IF PREDICTION > WS-SWP-CUT
                       ADD 1 TO WS-SWT-APP(WS-SWX)
                   ELSE
                       ADD 1 TO WS-SWT-DECL(WS-SWX)
                   END-IF
               END-IF
               IF PREDICTION > WS-SWP-CUT
                   IF WS-Y = 1
                       ADD 1 TO WS-SWT-TP(WS-SWX)
                   ELSE
                       ADD 1 TO WS-SWT-FP(WS-SWX)
                   END-IF
               ELSE
                   IF WS-Y = 1
                       ADD 1 TO WS-SWT-FN(WS-SWX)
                   END-IF
               END-IF
           END-PERFORM.

       7750-LOAD-CHAMPION.
           MOVE "N" TO WS-CHAMP-FOUND
           PERFORM 8020-LOAD-MODEL-TABLE
           WRITE REPORT-REC
           DISPLAY WS-CM-LINE
           MOVE 0 TO WS-ML-CLASS
           PERFORM 7810-CLASS-0-RATES
           PERFORM 7850-WRITE-METRIC-LINE
           MOVE 1 TO WS-ML-CLASS
           PERFORM 7820-CLASS-1-RATES
           PERFORM 7850-WRITE-METRIC-LINE.

       7810-CLASS-0-RATES.
           IF WS-TN + WS-FN > 0
               COMPUTE WS-PREC-PCT ROUNDED =
                       WS-TN * 100 / (WS-TN + WS-FN)
           ELSE
               MOVE 0 TO WS-RECALL-PCT
           END-IF
           PERFORM 7840-COMPUTE-F1.

       7820-CLASS-1-RATES.
           IF WS-TP + WS-FP > 0
               COMPUTE WS-PREC-PCT ROUNDED =
                       WS-TP * 100 / (WS-TP + WS-FP)
           ELSE
               MOVE 0 TO WS-RECALL-PCT
           END-IF
           PERFORM 7840-COMPUTE-F1.

       7840-COMPUTE-F1.
           IF WS-PREC-PCT + WS-RECALL-PCT > 0
               COMPUTE WS-F1-PCT ROUNDED =
                       2 * WS-PREC-PCT * WS-RECALL-PCT /
                       (WS-PREC-PCT + WS-RECALL-PCT)
           ELSE
               MOVE 0 TO WS-F1-PCT
           END-IF.

       7850-WRITE-METRIC-LINE.
           MOVE WS-PREC-PCT TO WS-ML-PREC
           MOVE WS-RECALL-PCT TO WS-ML-RECALL
           MOVE WS-F1-PCT TO WS-ML-F1
           DISPLAY WS-METRIC-LINE.

       7900-CUTOFF-SWEEP.
           IF WS-HOLD-TOTAL > 0
               MOVE "CUTOFF SWEEP (HOLD-OUT)" TO REPORT-REC
               WRITE REPORT-REC
               DISPLAY "CUTOFF SWEEP (HOLD-OUT)"
               PERFORM VARYING WS-SWX FROM 1 BY 1
                       UNTIL WS-SWX > WS-SWP-STEPS
                   PERFORM 7910-SWEEP-ONE-CUT
               END-PERFORM
           END-IF.

       7910-SWEEP-ONE-CUT.
           COMPUTE WS-SWP-CUT = WS-SWX * 0.05
           MOVE WS-SWT-APP(WS-SWX) TO WS-SWP-APP
           MOVE WS-SWT-REF(WS-SWX) TO WS-SWP-REF
           MOVE WS-SWT-DECL(WS-SWX) TO WS-SWP-DECL
           MOVE WS-SWT-TP(WS-SWX) TO WS-SWP-TP
           MOVE WS-SWT-FP(WS-SWX) TO WS-SWP-FP
           MOVE WS-SWT-FN(WS-SWX) TO WS-SWP-FN
           IF WS-SWP-TP + WS-SWP-FP > 0
               COMPUTE WS-SWP-PREC ROUNDED =
                       WS-SWP-TP * 100 / (WS-SWP-TP + WS-SWP-FP)

       8020-LOAD-MODEL-TABLE.
           MOVE 0 TO WS-MDL-CNT
           MOVE "N" TO WS-MDL-OVFL
           MOVE "N" TO WS-EOF-WEIGHTS
           OPEN INPUT WEIGHTS-FILE
           IF WS-WEIGHTS-STATUS = "00"
                       MOVE 9999 TO WS-MDL-MAX-V(WS-MDL-HIT WS-IDX)
                   END-PERFORM
               ELSE
                   DISPLAY "MODEL TABLE FULL AT " WS-MDL-MAX
                           " MODELS - " WS-WANT-MODEL
                           " NOT LOADED, RUN FAILED"
                   MOVE "Y" TO WS-MDL-OVFL
                   MOVE "Y" TO WS-FAIL-FLAG
               END-IF
           END-IF
           IF WS-MDL-HIT > 0
           END-PERFORM.

       8100-SAVE-WEIGHTS.
           MOVE "N" TO WS-WGT-SAVED
           PERFORM 8020-LOAD-MODEL-TABLE
           MOVE WS-RUN-MODEL TO WS-WANT-MODEL
           PERFORM 8030-FIND-MODEL
           IF WS-MDL-OVFL = "Y"
               DISPLAY "WEIGHTS.DAT NOT REWRITTEN - " WS-RUN-MODEL
                       " NOT SAVED"
               MOVE 0 TO WS-MDL-HIT
           END-IF
           IF WS-MDL-HIT = 0 AND WS-MDL-OVFL = "N"
               IF WS-MDL-CNT < WS-MDL-MAX
                   ADD 1 TO WS-MDL-CNT
                   MOVE WS-MDL-CNT TO WS-MDL-HIT
               END-PERFORM
               MOVE "Y" TO WS-MDL-SCL-OK(WS-MDL-HIT)
               OPEN OUTPUT WEIGHTS-FILE
               IF WS-WEIGHTS-STATUS = "00" OR WS-WEIGHTS-STATUS = "05"
                   PERFORM VARYING WS-MDX FROM 1 BY 1
                           UNTIL WS-MDX > WS-MDL-CNT
                       PERFORM 8110-WRITE-ONE-MODEL
                   END-PERFORM
                   CLOSE WEIGHTS-FILE
                   PERFORM 8150-SAVE-SCALES
                   MOVE "Y" TO WS-WGT-SAVED
               ELSE
                   DISPLAY "WEIGHTS.DAT UNAVAILABLE, STATUS "
                           WS-WEIGHTS-STATUS " - " WS-RUN-MODEL
                           " NOT SAVED"
                   MOVE "Y" TO WS-FAIL-FLAG
                   CLOSE WEIGHTS-FILE
                   PERFORM 8020-LOAD-MODEL-TABLE
               END-IF
           END-IF.

       8110-WRITE-ONE-MODEL.
           STRING WS-TS(1:8) DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-TS(9:6) DELIMITED BY SIZE
                  " FILE=" DELIMITED BY SIZE
                  WS-TRN-FILE DELIMITED BY SPACE
                  " MODEL=" DELIMITED BY SIZE
                  WS-RUN-MODEL DELIMITED BY SIZE
                  " RECS=" DELIMITED BY SIZE
           DISPLAY "MODEL " WS-RUN-MODEL " GENERATION "
                   WS-NEW-VERSION " SAVED TO REGISTRY".

       8350-GATE-GENERATION.
           IF WS-TRN-LOAD-FAIL = "Y"
               PERFORM 8355-RESTORE-CHAMPION
               DISPLAY "TRAINING ROWS NOT READ - GENERATION NOT SAVED"
           ELSE
               PERFORM 8300-SAVE-GENERATION
               IF WS-PROMOTE-OK = "Y"
                   MOVE WS-NEW-VERSION TO WS-SAVE-VER
                   PERFORM 8100-SAVE-WEIGHTS
                   IF WS-WGT-SAVED = "Y"
                       MOVE WS-NEW-VERSION TO WS-CUR-VERSION
                       DISPLAY "GENERATION " WS-NEW-VERSION
                               " PROMOTED TO WEIGHTS.DAT"
                       PERFORM 8200-WRITE-AUDIT
                   ELSE
                       PERFORM 8355-RESTORE-CHAMPION
                       DISPLAY "GENERATION " WS-NEW-VERSION
                               " NOT PROMOTED - WEIGHTS.DAT NOT UPDATED"
                       MOVE "Y" TO WS-FAIL-FLAG
                       PERFORM 8475-AUDIT-NOT-PROMOTED
                   END-IF
               ELSE
                   PERFORM 8355-RESTORE-CHAMPION
                   DISPLAY "CHALLENGER LOST - CHAMPION WEIGHTS "
                           "RETAINED"
                   PERFORM 8450-AUDIT-CHALLENGER
               END-IF
           END-IF.

       8355-RESTORE-CHAMPION.
           IF WS-CHAMP-FOUND = "Y"
               MOVE WS-CH-NUM-FEAT TO WS-NUM-FEAT
               MOVE WS-CH-B TO B
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NUM-FEAT
                   MOVE WS-CH-W(WS-IDX) TO WS-W(WS-IDX)
               END-PERFORM
               MOVE WS-CH-SCL-MIN-TAB TO WS-SCL-MIN-TAB
               MOVE WS-CH-SCL-MAX-TAB TO WS-SCL-MAX-TAB
               MOVE WS-RUN-MODEL TO WS-WANT-MODEL
               PERFORM 8030-FIND-MODEL
               IF WS-MDL-HIT > 0
                   MOVE WS-MDL-VER(WS-MDL-HIT) TO WS-CUR-VERSION
               END-IF
           ELSE
               MOVE "N" TO WS-WEIGHTS-FOUND
           END-IF.

       8400-ROLLBACK-VERSION.
           MOVE "N" TO WS-REG-FOUND
           MOVE "N" TO WS-EOF-REGISTRY
           OPEN INPUT REGISTRY-FILE
           IF WS-REG-STATUS = "00"
               PERFORM UNTIL WS-EOF-REGISTRY = "Y"
                   READ REGISTRY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-REGISTRY
                       NOT AT END
                           MOVE REG-MODEL TO WS-WANT-MODEL
                           IF WS-WANT-MODEL = SPACES
                               MOVE "DEFAULT" TO WS-WANT-MODEL
                           END-IF
                           IF WS-WANT-MODEL = WS-RUN-MODEL
                                   AND REG-VERSION = WS-PROMOTE-VER
                               MOVE REG-NUM-FEAT TO WS-NUM-FEAT
                               MOVE REG-B TO B
                               PERFORM VARYING WS-IDX FROM 1 BY 1
                                       UNTIL WS-IDX > WS-NUM-FEAT
                                   MOVE REG-W(WS-IDX) TO WS-W(WS-IDX)
                               END-PERFORM
                               PERFORM VARYING WS-IDX FROM 1 BY 1
               DISPLAY "MODEL " WS-RUN-MODEL " GENERATION "
                       WS-PROMOTE-VER " NOT IN REGISTRY.DAT"
               MOVE 12 TO RETURN-CODE
               PERFORM 9950-WRITE-LEDGER
               STOP RUN
           END-IF
           MOVE WS-PROMOTE-VER TO WS-SAVE-VER
           PERFORM 8100-SAVE-WEIGHTS
           IF WS-WGT-SAVED = "N"
               DISPLAY "GENERATION " WS-PROMOTE-VER
                       " NOT PROMOTED - WEIGHTS.DAT NOT UPDATED"
               PERFORM 8475-AUDIT-NOT-PROMOTED
               MOVE 12 TO RETURN-CODE
               PERFORM 9950-WRITE-LEDGER
               STOP RUN
           END-IF
           MOVE "Y" TO WS-WEIGHTS-FOUND
           MOVE WS-RUN-MODEL TO WS-CUR-MODEL
           MOVE WS-PROMOTE-VER TO WS-CUR-VERSION
           END-STRING
           PERFORM 8250-WRITE-AUDIT-LINE.

       8475-AUDIT-NOT-PROMOTED.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE 1 TO WS-PTR
           STRING WS-TS(1:8) DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-TS(9:6) DELIMITED BY SIZE
                  " MODEL=" DELIMITED BY SIZE
                  WS-RUN-MODEL DELIMITED BY SIZE
                  " GENERATION=" DELIMITED BY SIZE
                  WS-SAVE-VER DELIMITED BY SIZE
                  " NOT PROMOTED - WEIGHTS.DAT NOT UPDATED"
                      DELIMITED BY SIZE
             INTO WS-AUDIT-LINE
             WITH POINTER WS-PTR
           END-STRING
           PERFORM 8250-WRITE-AUDIT-LINE.

       8470-AUDIT-TUNE.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE 1 TO WS-PTR
           STRING WS-TS(1:8) DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-TS(9:6) DELIMITED BY SIZE
                  " MODEL=" DELIMITED BY SIZE
                  WS-RUN-MODEL DELIMITED BY SIZE
                  " TUNE GRID=" DELIMITED BY SIZE
                  WS-TUN-CNT DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-TUN-REJ DELIMITED BY SIZE
             INTO WS-AUDIT-LINE
             WITH POINTER WS-PTR
           END-STRING
           IF WS-TUN-FOUND = "Y"
               MOVE WS-TUN-BEST-LR TO WS-TUN-LR-DISP
               STRING " BEST LR=" DELIMITED BY SIZE
                      WS-TUN-LR-DISP DELIMITED BY SIZE
                      " IT=" DELIMITED BY SIZE
                      WS-TUN-BEST-IT DELIMITED BY SIZE
                      " ACC=" DELIMITED BY SIZE
                      WS-TUN-BEST-ACC DELIMITED BY SIZE
                 INTO WS-AUDIT-LINE
                 WITH POINTER WS-PTR
               END-STRING
           ELSE
               STRING " NO ELIGIBLE COMBINATION" DELIMITED BY SIZE
                 INTO WS-AUDIT-LINE
                 WITH POINTER WS-PTR
               END-STRING
           END-IF
           PERFORM 8250-WRITE-AUDIT-LINE.

       8480-AUDIT-MODEL-FAILED.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE 1 TO WS-PTR
           STRING WS-TS(1:8) DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-TS(9:6) DELIMITED BY SIZE
                  " FILE=" DELIMITED BY SIZE
                  WS-TRN-FILE DELIMITED BY SPACE
                  " MODEL=" DELIMITED BY SIZE
                  WS-RUN-MODEL DELIMITED BY SIZE
                  " RECS=" DELIMITED BY SIZE
                  WS-TOTAL-RECS DELIMITED BY SIZE
                  " TRAINALL FAILED - NOT REGISTERED" DELIMITED BY SIZE
             INTO WS-AUDIT-LINE
             WITH POINTER WS-PTR
           END-STRING
           PERFORM 8250-WRITE-AUDIT-LINE.

       8495-AUDIT-DATA-GATE.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE 1 TO WS-PTR
           MOVE WS-PRF-TRN-MINOR TO WS-PS-MINOR
           STRING WS-TS(1:8) DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-TS(9:6) DELIMITED BY SIZE
                  " FILE=" DELIMITED BY SIZE
                  WS-TRN-FILE DELIMITED BY SPACE
                  " MODEL=" DELIMITED BY SIZE
                  WS-RUN-MODEL DELIMITED BY SIZE
                  " TRAIN ROWS=" DELIMITED BY SIZE
                  WS-PRF-TRN-ROWS DELIMITED BY SIZE
                  " MINORITY%=" DELIMITED BY SIZE
                  WS-PS-MINOR DELIMITED BY SIZE
                  " CONFLICTS=" DELIMITED BY SIZE
                  WS-PRF-CONFLICTS DELIMITED BY SIZE
             INTO WS-AUDIT-LINE
             WITH POINTER WS-PTR
           END-STRING
           IF WS-PRF-GATE-FAIL = "Y"
               STRING " DATA GATE FAILED - " DELIMITED BY SIZE
                      WS-PRF-REASON DELIMITED BY SIZE
                 INTO WS-AUDIT-LINE
                 WITH POINTER WS-PTR
               END-STRING
           ELSE
               STRING " DATA GATE PASSED" DELIMITED BY SIZE
                 INTO WS-AUDIT-LINE
                 WITH POINTER WS-PTR
               END-STRING
           END-IF
           PERFORM 8250-WRITE-AUDIT-LINE.

       8490-AUDIT-RERUN.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE 1 TO WS-PTR
           STRING WS-TS(1:8) DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-TS(9:6) DELIMITED BY SIZE
                  " SENDER=" DELIMITED BY SIZE
                  WS-FEED-SENDER DELIMITED BY SPACE
                  " BUSDATE=" DELIMITED BY SIZE
                  WS-FEED-BUSDATE DELIMITED BY SIZE
                  " FIRST RUN=" DELIMITED BY SIZE
                  WS-LDG-DUP-DATE DELIMITED BY SIZE
             INTO WS-AUDIT-LINE
             WITH POINTER WS-PTR
           END-STRING
           IF WS-RERUN = "Y"
               STRING " FEED RERUN - OVERRIDE AUTHORISED"
                      DELIMITED BY SIZE
                 INTO WS-AUDIT-LINE
                 WITH POINTER WS-PTR
               END-STRING
           ELSE
               STRING " DUPLICATE FEED - BATCH SCORE REFUSED"
                      DELIMITED BY SIZE
                 INTO WS-AUDIT-LINE
                 WITH POINTER WS-PTR
               END-STRING
           END-IF
           PERFORM 8250-WRITE-AUDIT-LINE.

       9000-BATCH-SCORE.
           MOVE "N" TO WS-EOF-CANDIDATES
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE WS-TS(1:8) TO WS-RUN-DATE
           PERFORM 9010-VERIFY-FEED
           IF WS-FEED-OK = "Y"
               PERFORM 9960-CHECK-LEDGER
           END-IF
           IF WS-FEED-OK = "Y"
               PERFORM 8020-LOAD-MODEL-TABLE
               MOVE WS-RUN-MODEL TO WS-WANT-MODEL
               IF WS-MDL-HIT > 0
                   PERFORM 8035-LOAD-CURRENT-MODEL
               END-IF
               PERFORM 9032-LOAD-POLICY-TABLE
               IF WS-SHADOW-VER > 0
                   PERFORM 9400-LOAD-SHADOW-GEN
               END-IF
           END-IF
           IF WS-FEED-OK = "Y" AND WS-POL-OK = "Y"
                   AND WS-MDL-OVFL = "N"
               PERFORM 9065-OPEN-SEEN-WORK
               IF WS-RESUME-CHOICE = "Y" AND WS-DO-TRAIN = "N"
                   PERFORM 9060-RESUME-SCORING
               END-IF
               MOVE WS-FEED-BUSDATE TO WS-DEC-BUSDATE
               MOVE "SCORE" TO WS-DEC-SOURCE-RUN
               IF WS-SCORE-RESUME = "Y"
                   PERFORM 9068-REBUILD-DECISIONS
               END-IF
           END-IF
           IF WS-FEED-OK = "Y" AND WS-POL-OK = "Y"
                   AND WS-MDL-OVFL = "N" AND WS-DEC-HOLD = "N"
               OPEN INPUT CANDIDATES
               MOVE "Y" TO WS-BATCH-RAN
               IF WS-SCORE-RESUME = "Y"
                   END-IF
               END-IF
               PERFORM 9220-OPEN-HIST-DETAIL
               OPEN I-O CANDSNAP-FILE
               IF WS-SNAP-STATUS = "00" OR WS-SNAP-STATUS = "05"
                   MOVE "Y" TO WS-SNAP-OK
               ELSE
                   DISPLAY "CANDSNAP.DAT UNAVAILABLE, STATUS "
                           WS-SNAP-STATUS " - SNAPSHOT NOT POSTED"
                   MOVE "N" TO WS-SNAP-OK
                   MOVE "Y" TO WS-WARN-FLAG
               END-IF
               IF WS-EXPLAIN-CHOICE = "Y" OR WS-EXPLAIN-CHOICE = "y"
                   IF WS-SCORE-RESUME = "Y"
                       OPEN EXTEND EXPLAIN-FILE
                       OPEN OUTPUT EXPLAIN-FILE
                   END-IF
               END-IF
               IF WS-SHD-ON = "Y"
                   IF WS-SCORE-RESUME = "Y"
                       OPEN EXTEND SHADOW-FILE
                       IF WS-SHD-STATUS NOT = "00"
                           OPEN OUTPUT SHADOW-FILE
                       END-IF
                   ELSE
                       OPEN OUTPUT SHADOW-FILE
                   END-IF
               END-IF
               IF WS-SCORE-RESUME = "N"
                   PERFORM 9035-INIT-STABILITY
               END-IF
               PERFORM 9090-OPEN-DECISIONS
               MOVE "Y" TO WS-STB-ON
               PERFORM UNTIL WS-EOF-CANDIDATES = "Y"
                   READ CANDIDATES
               ELSE
                   PERFORM 9080-CLEAR-SCORE-CKPT
               END-IF
               PERFORM 9094-CLOSE-DECISIONS
               CLOSE RESULTS
               CLOSE REFERRALS-FILE
               CLOSE CANDREJ-FILE
               PERFORM 9350-STABILITY-REPORT
               PERFORM 9300-DRIFT-SUMMARY
               CLOSE DRIFT-FILE
               IF WS-SHD-ON = "Y"
                   CLOSE SHADOW-FILE
                   PERFORM 9450-SHADOW-REPORT
               END-IF
               IF WS-HIST-OK = "Y"
                   CLOSE HISTORY-FILE
               END-IF
               IF WS-HD-OK = "Y"
                   CLOSE HISTDETL-FILE
               END-IF
               IF WS-SNAP-OK = "Y"
                   CLOSE CANDSNAP-FILE
               END-IF
               IF WS-EXPLAIN-CHOICE = "Y" OR WS-EXPLAIN-CHOICE = "y"
                   CLOSE EXPLAIN-FILE
               END-IF
           END-IF
           IF WS-SEEN-OK = "Y"
               CLOSE SEENWORK-FILE
               MOVE "N" TO WS-SEEN-OK
           END-IF
           CLOSE CANDIDATES.

       9010-VERIFY-FEED.
               DISPLAY "CANDIDATE FEED MISSING TRAILER"
               MOVE "Y" TO WS-FEED-BAD
           END-IF
           IF WS-FEED-CNT > 99999
               DISPLAY "CANDIDATES.DAT FEED EXCEEDS 99999 RECORDS"
               MOVE "Y" TO WS-FEED-BAD
           END-IF
           IF WS-TRL-SEEN = "Y" AND WS-TRL-CNT NOT = WS-FEED-CNT
               DISPLAY "CANDIDATE FEED COUNT " WS-FEED-CNT
                       " DOES NOT MATCH TRAILER " WS-TRL-CNT
               MOVE "Y" TO WS-FAIL-FLAG
           END-IF.

       9032-LOAD-POLICY-TABLE.
           MOVE 0 TO WS-POL-CNT
           MOVE "Y" TO WS-POL-OK
           MOVE "N" TO WS-EOF-POLICY
           OPEN INPUT POLICY-FILE
           IF WS-POL-STATUS = "00"
               PERFORM UNTIL WS-EOF-POLICY = "Y"
                   READ POLICY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-POLICY
                       NOT AT END
                           IF POL-REC NOT = SPACES
                               PERFORM 9033-STORE-POLICY-RULE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "POLICY.DAT LOADED - " WS-POL-CNT " RULES"
           ELSE
               DISPLAY "POLICY.DAT NOT FOUND - NO KNOCK-OUT RULES "
                       "APPLIED"
           END-IF
           CLOSE POLICY-FILE
           IF WS-POL-OK = "N"
               DISPLAY "POLICY.DAT REJECTED - BATCH SCORE SKIPPED"
               MOVE "Y" TO WS-FAIL-FLAG
           END-IF.

       9033-STORE-POLICY-RULE.
           MOVE POL-MODEL TO WS-WANT-MODEL
           IF WS-WANT-MODEL = SPACES
               MOVE "DEFAULT" TO WS-WANT-MODEL
           END-IF
           IF POL-FEAT NOT NUMERIC
                   OR POL-THRESHOLD NOT NUMERIC
                   OR POL-CODE = SPACES
                   OR (POL-OP NOT = "GT" AND POL-OP NOT = "GE"
                   AND POL-OP NOT = "LT" AND POL-OP NOT = "LE"
                   AND POL-OP NOT = "EQ" AND POL-OP NOT = "NE")
                   OR (POL-ACTION NOT = "DECLINE"
                   AND POL-ACTION NOT = "REFER")
               DISPLAY "POLICY.DAT RULE NOT VALID: " POL-REC
               MOVE "N" TO WS-POL-OK
           ELSE
               PERFORM 8030-FIND-MODEL
               IF POL-FEAT < 1 OR POL-FEAT > WS-MAX-FEAT
                       OR (WS-MDL-HIT > 0
                       AND POL-FEAT > WS-MDL-NF(WS-MDL-HIT))
                   DISPLAY "POLICY.DAT RULE " POL-CODE " FEATURE "
                           POL-FEAT " NOT IN MODEL " WS-WANT-MODEL
                   MOVE "N" TO WS-POL-OK
               ELSE
                   IF WS-POL-CNT < WS-POL-MAX
                       ADD 1 TO WS-POL-CNT
                       MOVE WS-WANT-MODEL TO WS-POL-MODEL(WS-POL-CNT)
                       MOVE POL-FEAT TO WS-POL-FEAT(WS-POL-CNT)
                       MOVE POL-OP TO WS-POL-OP(WS-POL-CNT)
                       MOVE POL-THRESHOLD TO WS-POL-THR(WS-POL-CNT)
                       MOVE POL-ACTION TO WS-POL-ACTION(WS-POL-CNT)
                       MOVE POL-CODE TO WS-POL-CODE(WS-POL-CNT)
                       MOVE 0 TO WS-POL-HITS(WS-POL-CNT)
                   ELSE
                       DISPLAY "POLICY.DAT EXCEEDS " WS-POL-MAX
                               " RULES - TABLE TOO SMALL"
                       MOVE "N" TO WS-POL-OK
                   END-IF
               END-IF
           END-IF.

       9035-INIT-STABILITY.
           PERFORM VARYING WS-MDX FROM 1 BY 1
                   UNTIL WS-MDX > WS-MDL-MAX
           CLOSE REASONTB-FILE.

       9040-SCORE-CANDIDATE.
           PERFORM 9045-APPLY-POLICY
           PERFORM 7200-SCORE-ROW
           MOVE SPACES TO RES-REC
           MOVE CAND-ID TO RES-ID
           IF WS-POL-HIT > 0
               MOVE "POLICY" TO RES-SOURCE
               MOVE WS-POL-CODE(WS-POL-HIT) TO RES-POL-CODE
               MOVE WS-POL-ACTION(WS-POL-HIT) TO RES-DECISION
               IF RES-DECISION = "REFER"
                   PERFORM 9050-WRITE-REFERRAL
               END-IF
           ELSE
               MOVE "MODEL" TO RES-SOURCE
               IF WS-BAND > 0 AND
                       FUNCTION ABS(PREDICTION - WS-CUTOFF)
                       <= WS-BAND
                   MOVE "REFER" TO RES-DECISION
                   PERFORM 9050-WRITE-REFERRAL
               ELSE
                   IF PREDICTION > WS-CUTOFF
                       MOVE "APPROVE" TO RES-DECISION
                   ELSE
                       MOVE "DECLINE" TO RES-DECISION
                   END-IF
               END-IF
           END-IF
           MOVE PREDICTION TO RES-SCORE
                   WHEN OTHER
                       ADD 1 TO WS-CT-DECLINE
               END-EVALUATE
               IF RES-SOURCE = "POLICY"
                   ADD 1 TO WS-POL-HITS(WS-POL-HIT)
                   IF RES-DECISION = "REFER"
                       ADD 1 TO WS-CT-POL-REFER
                   ELSE
                       ADD 1 TO WS-CT-POL-DECLINE
                   END-IF
               END-IF
               MOVE SPACES TO WS-DEC-REASON
               IF RES-DECISION = "DECLINE"
                   PERFORM 9130-WRITE-DECLINE
                   MOVE DCL-CODE(1) TO WS-DEC-REASON
               END-IF
               IF RES-DECISION NOT = "REFER"
                   MOVE RES-ID TO WS-DEC-ID
                   MOVE RES-DECISION TO WS-DEC-DECISION
                   MOVE RES-SOURCE TO WS-DEC-SOURCE
                   IF CAND-PRODUCT = SPACES
                       MOVE WS-CUR-MODEL TO WS-DEC-PRODUCT
                   ELSE
                       MOVE CAND-PRODUCT TO WS-DEC-PRODUCT
                   END-IF
                   PERFORM 9092-WRITE-DECISION
               END-IF
               IF WS-HIST-OK = "Y"
                   PERFORM 9200-POST-HISTORY
               END-IF
               PERFORM 9210-WRITE-HIST-DETAIL
               IF WS-SNAP-OK = "Y"
                   PERFORM 9230-POST-SNAPSHOT
               END-IF
               IF WS-EXPLAIN-CHOICE = "Y"
                       OR WS-EXPLAIN-CHOICE = "y"
                   PERFORM 9100-WRITE-EXPLANATION
               END-IF
               IF WS-SHD-ON = "Y" AND WS-CUR-MODEL = WS-RUN-MODEL
                   PERFORM 9410-SHADOW-SCORE
               END-IF
           ELSE
               DISPLAY "RESULTS.DAT WRITE FAILED, "
                       "STATUS " WS-RES-STATUS
               MOVE "Y" TO WS-EOF-CANDIDATES
           END-IF.

       9045-APPLY-POLICY.
           MOVE 0 TO WS-POL-HIT
           PERFORM VARYING WS-PDX FROM 1 BY 1
                   UNTIL WS-PDX > WS-POL-CNT
               IF WS-POL-MODEL(WS-PDX) = WS-CUR-MODEL
                       AND WS-POL-FEAT(WS-PDX) <= WS-NUM-FEAT
                   PERFORM 9047-TEST-POLICY-RULE
                   IF WS-POL-FIRE = "Y"
                       IF WS-POL-HIT = 0
                           MOVE WS-PDX TO WS-POL-HIT
                       ELSE
                           IF WS-POL-ACTION(WS-PDX) = "DECLINE"
                                   AND WS-POL-ACTION(WS-POL-HIT)
                                   = "REFER"
                               MOVE WS-PDX TO WS-POL-HIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       9047-TEST-POLICY-RULE.
           MOVE "N" TO WS-POL-FIRE
           MOVE WS-FEAT-X(WS-POL-FEAT(WS-PDX)) TO WS-FEAT-R
           EVALUATE WS-POL-OP(WS-PDX)
               WHEN "GT"
                   IF WS-FEAT-R > WS-POL-THR(WS-PDX)
                       MOVE "Y" TO WS-POL-FIRE
                   END-IF
               WHEN "GE"
                   IF WS-FEAT-R >= WS-POL-THR(WS-PDX)
                       MOVE "Y" TO WS-POL-FIRE
                   END-IF
               WHEN "LT"
                   IF WS-FEAT-R < WS-POL-THR(WS-PDX)
                       MOVE "Y" TO WS-POL-FIRE
                   END-IF
               WHEN "LE"
                   IF WS-FEAT-R <= WS-POL-THR(WS-PDX)
                       MOVE "Y" TO WS-POL-FIRE
                   END-IF
               WHEN "EQ"
                   IF WS-FEAT-R = WS-POL-THR(WS-PDX)
                       MOVE "Y" TO WS-POL-FIRE
                   END-IF
               WHEN "NE"
                   IF WS-FEAT-R NOT = WS-POL-THR(WS-PDX)
                       MOVE "Y" TO WS-POL-FIRE
                   END-IF
           END-EVALUATE.

       9050-WRITE-REFERRAL.
           MOVE SPACES TO REF-REC
           MOVE CAND-ID TO REF-ID
           MOVE PREDICTION TO REF-SCORE
           MOVE WS-RUN-DATE TO REF-DATE
           MOVE WS-CUR-MODEL TO REF-MODEL
           MOVE RES-POL-CODE TO REF-POL-CODE
           MOVE WS-CUR-VERSION TO REF-VER
           IF CAND-PRODUCT = SPACES
               MOVE WS-CUR-MODEL TO REF-PRODUCT
           ELSE
               MOVE CAND-PRODUCT TO REF-PRODUCT
           END-IF
           WRITE REF-REC
           IF WS-REF-STATUS = "00"
               ADD 1 TO WS-CT-REF-WRITTEN
               END-PERFORM
               PERFORM 9062-REBUILD-FROM-RESULTS
               PERFORM 9064-REBUILD-FROM-SIDECARS
               IF WS-SHD-ON = "Y"
                   PERFORM 9420-REBUILD-SHADOW
               END-IF
               COMPUTE WS-SKIP-CNT =
                       WS-CT-RES-WRITTEN + WS-CT-CAND-REJ
               MOVE WS-SKIP-CNT TO WS-CT-CAND-READ
                               END-EVALUATE
                               MOVE RES-SCORE TO TMP
                               ADD TMP TO WS-CT-HASH
                               IF RES-SOURCE = "POLICY"
                                   PERFORM 9063-REBUILD-POLICY-HIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RESULTS.

       9063-REBUILD-POLICY-HIT.
           IF RES-DECISION = "REFER"
               ADD 1 TO WS-CT-POL-REFER
           ELSE
               ADD 1 TO WS-CT-POL-DECLINE
           END-IF
           MOVE 0 TO WS-POL-HIT
           PERFORM VARYING WS-PDX FROM 1 BY 1
                   UNTIL WS-PDX > WS-POL-CNT OR WS-POL-HIT > 0
               IF WS-POL-MODEL(WS-PDX) = RES-MODEL
                       AND WS-POL-CODE(WS-PDX) = RES-POL-CODE
                       AND WS-POL-ACTION(WS-PDX) = RES-DECISION
                   MOVE WS-PDX TO WS-POL-HIT
                   ADD 1 TO WS-POL-HITS(WS-PDX)
               END-IF
           END-PERFORM
           IF WS-POL-HIT = 0
               DISPLAY "POLICY RULE " RES-POL-CODE " FOR "
                       RES-ID " NO LONGER ON POLICY.DAT"
               MOVE "Y" TO WS-WARN-FLAG
           END-IF.

       9064-REBUILD-FROM-SIDECARS.
           MOVE 0 TO WS-CT-REF-WRITTEN
           MOVE "N" TO WS-EOF-RESUME
                           MOVE "Y" TO WS-EOF-RESUME
                       NOT AT END
                           ADD 1 TO WS-CT-CAND-REJ
                           IF CREJ-REASON = "DUPLICATE CAND-ID THIS RUN"
                               MOVE CREJ-DATA(1:10) TO WS-LOOKUP-ID
                               PERFORM 9066-REGISTER-SEEN-ID
                           END-IF
           END-IF
           CLOSE DECLINES-FILE.

       9068-REBUILD-DECISIONS.
           MOVE "N" TO WS-DEC-RESUME
           MOVE "N" TO WS-DEC-HOLD
           MOVE "N" TO WS-DEC-TRL-SEEN
           MOVE 0 TO WS-CT-DEC-WRITTEN
           MOVE 0 TO WS-DEC-HASH
           MOVE "N" TO WS-EOF-DEC
           OPEN INPUT DECISIONS-FILE
           IF WS-DEC-STATUS = "00"
               PERFORM UNTIL WS-EOF-DEC = "Y"
                   READ DECISIONS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-DEC
                       NOT AT END
                           EVALUATE DH-TYPE
                               WHEN "HDR"
                                   IF DH-SENDER = "PERCEPTRON"
                                           AND DH-BUSDATE =
                                           WS-DEC-BUSDATE
                                           AND DH-SEQ NUMERIC
                                       MOVE "Y" TO WS-DEC-RESUME
                                       MOVE DH-SEQ TO WS-DEC-SEQ
                                   END-IF
                               WHEN "DTL"
                                   ADD 1 TO WS-CT-DEC-WRITTEN
                                   ADD DD-SCORE TO WS-DEC-HASH
                               WHEN OTHER
                                   MOVE "Y" TO WS-DEC-TRL-SEEN
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DECISIONS-FILE
           IF WS-DEC-TRL-SEEN = "Y"
               MOVE "N" TO WS-DEC-RESUME
           END-IF
           IF WS-DEC-RESUME = "N"
               DISPLAY "DECISIONS.DAT CANNOT BE RESUMED - RUN "
                       "STOPPED, FILE NOT TRUNCATED"
               MOVE "Y" TO WS-DEC-HOLD
               MOVE "Y" TO WS-FAIL-FLAG
           ELSE
               DISPLAY "DECISIONS.DAT SEQUENCE " WS-DEC-SEQ
                       " RESUMED AFTER " WS-CT-DEC-WRITTEN
                       " DECISIONS"
           END-IF.

       9065-OPEN-SEEN-WORK.
           OPEN OUTPUT SEENWORK-FILE
           IF WS-SEEN-STATUS = "00"
               MOVE "Y" TO WS-SEEN-OK
           ELSE
               DISPLAY "SEENWORK.DAT UNAVAILABLE, STATUS "
                       WS-SEEN-STATUS " - DUPLICATE ID CHECK SUSPENDED"
               MOVE "N" TO WS-SEEN-OK
               MOVE "Y" TO WS-WARN-FLAG
           END-IF.

       9066-REGISTER-SEEN-ID.
           MOVE "N" TO WS-SEEN-HIT
           IF WS-SEEN-OK = "Y"
               MOVE WS-LOOKUP-ID TO SEEN-ID
               WRITE SEEN-REC
                   INVALID KEY
                       MOVE "Y" TO WS-SEEN-HIT
               END-WRITE
               IF WS-SEEN-STATUS NOT = "00"
                       AND WS-SEEN-STATUS NOT = "22"
                   DISPLAY "SEENWORK.DAT WRITE FAILED, STATUS "
                           WS-SEEN-STATUS
                           " - DUPLICATE ID CHECK SUSPENDED"
                   CLOSE SEENWORK-FILE
                   MOVE "N" TO WS-SEEN-OK
                   MOVE "Y" TO WS-WARN-FLAG
               END-IF
           END-IF.

           OPEN OUTPUT SCORECKPT-FILE
           CLOSE SCORECKPT-FILE.

       9090-OPEN-DECISIONS.
           MOVE "N" TO WS-DEC-OK
           IF WS-DEC-RESUME = "Y"
               OPEN EXTEND DECISIONS-FILE
               IF WS-DEC-STATUS = "00"
                   MOVE "Y" TO WS-DEC-OK
               END-IF
           ELSE
               MOVE 0 TO WS-CT-DEC-WRITTEN
               MOVE 0 TO WS-DEC-HASH
               PERFORM 9966-NEXT-DECISION-SEQ
               OPEN OUTPUT DECISIONS-FILE
               IF WS-DEC-STATUS = "00"
                   MOVE "Y" TO WS-DEC-OK
                   MOVE SPACES TO DEC-HDR-REC
                   MOVE "HDR" TO DH-TYPE
                   MOVE "PERCEPTRON" TO DH-SENDER
                   MOVE WS-DEC-BUSDATE TO DH-BUSDATE
                   MOVE WS-DEC-SEQ TO DH-SEQ
                   MOVE WS-DEC-SOURCE-RUN TO DH-SOURCE
                   WRITE DEC-HDR-REC
               END-IF
           END-IF
           IF WS-DEC-OK = "N"
               DISPLAY "DECISIONS.DAT UNAVAILABLE, STATUS "
                       WS-DEC-STATUS
               MOVE "Y" TO WS-FAIL-FLAG
           END-IF.

       9092-WRITE-DECISION.
           IF WS-DEC-OK = "Y"
               MOVE SPACES TO DEC-DTL-REC
               MOVE "DTL" TO DD-TYPE
               MOVE WS-DEC-ID TO DD-ID
               MOVE WS-DEC-PRODUCT TO DD-PRODUCT
               MOVE WS-DEC-DECISION TO DD-DECISION
               MOVE WS-DEC-SOURCE TO DD-SOURCE
               MOVE PREDICTION TO DD-SCORE
               MOVE WS-CUR-VERSION TO DD-GEN
               MOVE WS-DEC-REASON TO DD-REASON
               WRITE DEC-DTL-REC
               IF WS-DEC-STATUS = "00"
                   ADD 1 TO WS-CT-DEC-WRITTEN
                   ADD PREDICTION TO WS-DEC-HASH
               ELSE
                   DISPLAY "DECISIONS.DAT WRITE FAILED, STATUS "
                           WS-DEC-STATUS
                   MOVE "Y" TO WS-FAIL-FLAG
               END-IF
           END-IF.

       9094-CLOSE-DECISIONS.
           IF WS-DEC-OK = "Y"
               IF WS-FAIL-FLAG = "N"
                   MOVE SPACES TO DEC-TRL-REC
                   MOVE "TRL" TO DT-TYPE
                   MOVE WS-CT-DEC-WRITTEN TO DT-CNT
                   MOVE WS-DEC-HASH TO DT-HASH
                   WRITE DEC-TRL-REC
                   MOVE WS-CT-DEC-WRITTEN TO WS-DEC-TRL-CNT
                   CLOSE DECISIONS-FILE
                   PERFORM 9096-READBACK-DECISIONS
               ELSE
                   CLOSE DECISIONS-FILE
                   DISPLAY "RUN FAILED - DECISIONS.DAT SEQUENCE "
                           WS-DEC-SEQ " LEFT WITHOUT TRAILER"
               END-IF
           END-IF.

       9096-READBACK-DECISIONS.
           MOVE 0 TO WS-DEC-RB-CNT
           MOVE 0 TO WS-DEC-RB-HASH
           MOVE "N" TO WS-DEC-RB-TRL
           MOVE "N" TO WS-EOF-DEC
           OPEN INPUT DECISIONS-FILE
           IF WS-DEC-STATUS = "00"
               PERFORM UNTIL WS-EOF-DEC = "Y"
                   READ DECISIONS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-DEC
                       NOT AT END
                           PERFORM 9098-READBACK-ONE-DEC
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DECISIONS-FILE.

       9098-READBACK-ONE-DEC.
           EVALUATE DH-TYPE
               WHEN "DTL"
                   ADD 1 TO WS-DEC-RB-CNT
                   ADD DD-SCORE TO WS-DEC-RB-HASH
               WHEN "TRL"
                   IF DT-CNT = WS-DEC-RB-CNT
                           AND DT-HASH = WS-DEC-RB-HASH
                       MOVE "Y" TO WS-DEC-RB-TRL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9100-WRITE-EXPLANATION.
           MOVE CAND-ID TO WS-EH-ID
           MOVE PREDICTION TO WS-EH-SCORE
           MOVE B TO WS-EH-BIAS
           MOVE WS-EXP-HEAD TO EXPL-REC
           WRITE EXPL-REC
           PERFORM 9120-RANK-CONTRIBS
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-NUM-FEAT
               MOVE WS-EXP-IX(WS-JDX) TO WS-EL-FEAT
               MOVE WS-EXP-C(WS-JDX) TO WS-EL-VAL
               MOVE WS-EXP-LINE TO EXPL-REC
               WRITE EXPL-REC
           END-PERFORM
           MOVE WS-EXP-IX(1) TO WS-RS-FEAT
           END-PERFORM.

       9130-WRITE-DECLINE.
           MOVE SPACES TO DCL-REC
           MOVE CAND-ID TO DCL-ID
           MOVE PREDICTION TO DCL-SCORE
           MOVE WS-RUN-DATE TO DCL-DATE
           IF RES-SOURCE = "POLICY"
               MOVE RES-POL-CODE TO DCL-CODE(1)
           ELSE
               PERFORM 9120-RANK-CONTRIBS
               MOVE 0 TO WS-DCL-IX
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-NUM-FEAT OR WS-DCL-IX >= 4
                   IF WS-EXP-C(WS-JDX) < 0
                       ADD 1 TO WS-DCL-IX
                       MOVE WS-RSN-TB-CODE(WS-EXP-IX(WS-JDX))
                           TO DCL-CODE(WS-DCL-IX)
                   END-IF
               END-PERFORM
           END-IF
           WRITE DCL-REC
           IF WS-DCL-STATUS = "00"
               ADD 1 TO WS-CT-DCL-WRITTEN
               MOVE "Y" TO WS-WARN-FLAG
           END-IF.

       9230-POST-SNAPSHOT.
           INITIALIZE SNAP-REC
           MOVE CAND-ID TO SNAP-ID
           MOVE WS-RUN-DATE TO SNAP-DATE
           MOVE CAND-PRODUCT TO SNAP-PRODUCT
           MOVE WS-CUR-MODEL TO SNAP-MODEL
           MOVE WS-CUR-VERSION TO SNAP-VER
           MOVE WS-NUM-FEAT TO SNAP-NUM-FEAT
           MOVE CAND-FEATURES(1:32) TO SNAP-FEATURES
           WRITE SNAP-REC
               INVALID KEY
                   REWRITE SNAP-REC
                       INVALID KEY
                           DISPLAY "CANDSNAP.DAT REWRITE FAILED FOR "
                                   CAND-ID
                           MOVE "Y" TO WS-WARN-FLAG
                       NOT INVALID KEY
                           ADD 1 TO WS-CT-SNAP-POSTED
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-CT-SNAP-POSTED
           END-WRITE.

       9240-OPEN-SNAPSHOT.
           OPEN INPUT CANDSNAP-FILE
           IF WS-SNAP-STATUS = "00"
               MOVE "Y" TO WS-SNAP-OK
           ELSE
               DISPLAY "CANDSNAP.DAT UNAVAILABLE, STATUS "
                       WS-SNAP-STATUS " - FEATURE LOOKUPS WILL MISS"
               MOVE "N" TO WS-SNAP-OK
               CLOSE CANDSNAP-FILE
           END-IF.

       9300-DRIFT-SUMMARY.
           MOVE WS-CT-RESUB TO WS-RB-RESUB
           MOVE WS-CT-DRIFT TO WS-RB-DRIFT
                           MOVE "NO PRIOR RUN STATS" TO DRIFT-REC
                           WRITE DRIFT-REC
                       NOT AT END
                           IF RS-COUNT NUMERIC AND RS-DECLINE NUMERIC
                               MOVE "PREV SCORED" TO WS-RN-TEXT1
                               MOVE RS-COUNT TO WS-RN-COUNT
                               MOVE RS-MEAN TO WS-RN-MEAN
                               MOVE RS-APPROVE TO WS-RN-APP
                               MOVE RS-REFER TO WS-RN-REF
                               MOVE RS-DECLINE TO WS-RN-DECL
                               MOVE WS-RUNSUM-LINE TO DRIFT-REC
                               WRITE DRIFT-REC
                               DISPLAY WS-RUNSUM-LINE
                           ELSE
                               MOVE "NO PRIOR RUN STATS" TO DRIFT-REC
                               WRITE DRIFT-REC
                           END-IF
                   END-READ
               ELSE
                   MOVE "NO PRIOR RUN STATS" TO DRIFT-REC
               MOVE "Y" TO WS-WARN-FLAG
           END-IF.

       9400-LOAD-SHADOW-GEN.
           MOVE "N" TO WS-SHD-ON
           MOVE "N" TO WS-SHD-FOUND
           MOVE "N" TO WS-EOF-REGISTRY
           OPEN INPUT REGISTRY-FILE
           IF WS-REG-STATUS = "00"
               PERFORM UNTIL WS-EOF-REGISTRY = "Y"
                   READ REGISTRY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-REGISTRY
                       NOT AT END
                           MOVE REG-MODEL TO WS-WANT-MODEL
                           IF WS-WANT-MODEL = SPACES
                               MOVE "DEFAULT" TO WS-WANT-MODEL
                           END-IF
                           IF WS-WANT-MODEL = WS-RUN-MODEL
                                   AND REG-VERSION = WS-SHADOW-VER
                               MOVE REG-NUM-FEAT TO WS-SHD-NUM-FEAT
                               MOVE REG-B TO WS-SHD-B
                               PERFORM VARYING WS-IDX FROM 1 BY 1
                                       UNTIL WS-IDX > WS-MAX-FEAT
                                   MOVE REG-W(WS-IDX)
                                       TO WS-SHD-W(WS-IDX)
                                   MOVE REG-SCL-MIN(WS-IDX)
                                       TO WS-SHD-SCL-MIN(WS-IDX)
                                   MOVE REG-SCL-MAX(WS-IDX)
                                       TO WS-SHD-SCL-MAX(WS-IDX)
                               END-PERFORM
                               MOVE "Y" TO WS-SHD-FOUND
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REGISTRY-FILE
           MOVE WS-RUN-MODEL TO WS-WANT-MODEL
           PERFORM 8030-FIND-MODEL
           EVALUATE TRUE
               WHEN WS-SHD-FOUND = "N"
                   DISPLAY "MODEL " WS-RUN-MODEL " GENERATION "
                           WS-SHADOW-VER " NOT IN REGISTRY.DAT - "
                           "NO SHADOW SCORING"
                   MOVE "Y" TO WS-WARN-FLAG
               WHEN WS-MDL-HIT = 0
                   DISPLAY "NO LIVE WEIGHTS FOR MODEL " WS-RUN-MODEL
                           " - NO SHADOW SCORING"
                   MOVE "Y" TO WS-WARN-FLAG
               WHEN WS-SHD-NUM-FEAT NOT = WS-MDL-NF(WS-MDL-HIT)
                   DISPLAY "SHADOW GENERATION FEATURE COUNT DIFFERS - "
                           "NO SHADOW SCORING"
                   MOVE "Y" TO WS-WARN-FLAG
               WHEN WS-SHADOW-VER = WS-MDL-VER(WS-MDL-HIT)
                   DISPLAY "SHADOW GENERATION " WS-SHADOW-VER
                           " IS THE LIVE GENERATION - NO SHADOW "
                           "SCORING"
                   MOVE "Y" TO WS-WARN-FLAG
               WHEN OTHER
                   MOVE "Y" TO WS-SHD-ON
                   DISPLAY "SHADOW SCORING MODEL " WS-RUN-MODEL
                           " GENERATION " WS-SHADOW-VER
           END-EVALUATE.

       9410-SHADOW-SCORE.
           MOVE PREDICTION TO WS-LIVE-PRED
           MOVE RES-DECISION TO WS-LIVE-DEC
           MOVE B TO WS-SAV-B
           MOVE WS-W-TAB TO WS-SAV-W-TAB
           MOVE WS-SCL-MIN-TAB TO WS-SAV-SCL-MIN-TAB
           MOVE WS-SCL-MAX-TAB TO WS-SAV-SCL-MAX-TAB
           MOVE WS-SHD-B TO B
           MOVE WS-SHD-W-TAB TO WS-W-TAB
           MOVE WS-SHD-SCL-MIN-TAB TO WS-SCL-MIN-TAB
           MOVE WS-SHD-SCL-MAX-TAB TO WS-SCL-MAX-TAB
           MOVE "N" TO WS-STB-ON
           PERFORM 7200-SCORE-ROW
           MOVE "Y" TO WS-STB-ON
           MOVE PREDICTION TO WS-SHD-PRED
           MOVE WS-SAV-B TO B
           MOVE WS-SAV-W-TAB TO WS-W-TAB
           MOVE WS-SAV-SCL-MIN-TAB TO WS-SCL-MIN-TAB
           MOVE WS-SAV-SCL-MAX-TAB TO WS-SCL-MAX-TAB
           MOVE WS-LIVE-PRED TO PREDICTION
           IF RES-SOURCE = "POLICY"
               MOVE RES-DECISION TO WS-SHD-DEC
           ELSE
               IF WS-BAND > 0 AND
                       FUNCTION ABS(WS-SHD-PRED - WS-CUTOFF)
                       <= WS-BAND
                   MOVE "REFER" TO WS-SHD-DEC
               ELSE
                   IF WS-SHD-PRED > WS-CUTOFF
                       MOVE "APPROVE" TO WS-SHD-DEC
                   ELSE
                       MOVE "DECLINE" TO WS-SHD-DEC
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO SHD-REC
           MOVE CAND-ID TO SHD-ID
           MOVE WS-CUR-MODEL TO SHD-MODEL
           MOVE WS-RUN-DATE TO SHD-DATE
           MOVE WS-CUR-VERSION TO SHD-LIVE-VER
           MOVE WS-LIVE-PRED TO SHD-LIVE-SCORE
           MOVE WS-LIVE-DEC TO SHD-LIVE-DEC
           MOVE WS-SHADOW-VER TO SHD-VER
           MOVE WS-SHD-PRED TO SHD-SCORE
           MOVE WS-SHD-DEC TO SHD-DEC
           MOVE RES-SOURCE TO SHD-SOURCE
           WRITE SHD-REC
           IF WS-SHD-STATUS = "00"
               PERFORM 9415-TALLY-SHADOW
           ELSE
               DISPLAY "SHADOW.DAT WRITE FAILED, STATUS "
                       WS-SHD-STATUS " - SHADOW SCORING STOPPED"
               MOVE "N" TO WS-SHD-ON
               MOVE "Y" TO WS-WARN-FLAG
           END-IF.

       9415-TALLY-SHADOW.
           ADD 1 TO WS-CT-SHD-SCORED
           COMPUTE WS-SHD-SHIFT-SUM = WS-SHD-SHIFT-SUM
                   + WS-SHD-PRED - WS-LIVE-PRED
           EVALUATE TRUE
               WHEN WS-SHD-DEC = WS-LIVE-DEC
                   ADD 1 TO WS-CT-SHD-SAME
               WHEN WS-LIVE-DEC = "REFER"
                   ADD 1 TO WS-CT-SHD-OUT-REF
               WHEN WS-SHD-DEC = "REFER"
                   ADD 1 TO WS-CT-SHD-INTO-REF
               WHEN WS-LIVE-DEC = "APPROVE"
                   ADD 1 TO WS-CT-SHD-APP-DECL
               WHEN OTHER
                   ADD 1 TO WS-CT-SHD-DECL-APP
           END-EVALUATE.

       9420-REBUILD-SHADOW.
           MOVE "N" TO WS-EOF-SHADOW
           OPEN INPUT SHADOW-FILE
           IF WS-SHD-STATUS = "00"
               PERFORM UNTIL WS-EOF-SHADOW = "Y"
                   READ SHADOW-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SHADOW
                       NOT AT END
                           IF SHD-DATE = WS-RUN-DATE
                               MOVE SHD-LIVE-SCORE TO WS-LIVE-PRED
                               MOVE SHD-LIVE-DEC TO WS-LIVE-DEC
                               MOVE SHD-SCORE TO WS-SHD-PRED
                               MOVE SHD-DEC TO WS-SHD-DEC
                               PERFORM 9415-TALLY-SHADOW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SHADOW-FILE.

       9450-SHADOW-REPORT.
           IF WS-CT-SHD-SCORED > 0
               COMPUTE WS-SHD-SHIFT-MEAN ROUNDED =
                       WS-SHD-SHIFT-SUM / WS-CT-SHD-SCORED
           ELSE
               MOVE 0 TO WS-SHD-SHIFT-MEAN
           END-IF
           OPEN OUTPUT SHADRPT-FILE
           MOVE "SHADOW SCORING - SWAP SET VS LIVE DECISIONS"
               TO SRPT-REC
           WRITE SRPT-REC
           DISPLAY "SHADOW SCORING - SWAP SET VS LIVE DECISIONS"
           MOVE WS-RUN-MODEL TO WS-SH-MODEL
           MOVE WS-RUN-MODEL TO WS-WANT-MODEL
           PERFORM 8030-FIND-MODEL
           IF WS-MDL-HIT > 0
               MOVE WS-MDL-VER(WS-MDL-HIT) TO WS-SH-LIVE
           ELSE
               MOVE 0 TO WS-SH-LIVE
           END-IF
           MOVE WS-SHADOW-VER TO WS-SH-SHADOW
           MOVE WS-SHD-HEAD-LINE TO SRPT-REC
           WRITE SRPT-REC
           DISPLAY WS-SHD-HEAD-LINE
           MOVE "CANDIDATES SHADOW SCORED" TO WS-SW2-LABEL
           MOVE WS-CT-SHD-SCORED TO WS-SW2-VALUE
           PERFORM 9455-WRITE-SWAP-LINE
           MOVE "SAME DECISION" TO WS-SW2-LABEL
           MOVE WS-CT-SHD-SAME TO WS-SW2-VALUE
           PERFORM 9455-WRITE-SWAP-LINE
           MOVE "APPROVE -> DECLINE" TO WS-SW2-LABEL
           MOVE WS-CT-SHD-APP-DECL TO WS-SW2-VALUE
           PERFORM 9455-WRITE-SWAP-LINE
           MOVE "DECLINE -> APPROVE" TO WS-SW2-LABEL
           MOVE WS-CT-SHD-DECL-APP TO WS-SW2-VALUE
           PERFORM 9455-WRITE-SWAP-LINE
           MOVE "INTO REFERRAL BAND" TO WS-SW2-LABEL
           MOVE WS-CT-SHD-INTO-REF TO WS-SW2-VALUE
           PERFORM 9455-WRITE-SWAP-LINE
           MOVE "OUT OF REFERRAL BAND" TO WS-SW2-LABEL
           MOVE WS-CT-SHD-OUT-REF TO WS-SW2-VALUE
           PERFORM 9455-WRITE-SWAP-LINE
           MOVE WS-SHD-SHIFT-MEAN TO WS-SS-VALUE
           MOVE WS-SHD-SHIFT-LINE TO SRPT-REC
           WRITE SRPT-REC
           DISPLAY WS-SHD-SHIFT-LINE
           IF WS-CT-SHD-SCORED NOT = WS-CT-SHD-SAME
                   + WS-CT-SHD-APP-DECL + WS-CT-SHD-DECL-APP
                   + WS-CT-SHD-INTO-REF + WS-CT-SHD-OUT-REF
               MOVE "*** SWAP SET DOES NOT ADD UP TO SHADOW SCORED ***"
                   TO SRPT-REC
               WRITE SRPT-REC
               DISPLAY SRPT-REC
               MOVE "Y" TO WS-BAL-FLAG
           END-IF
           CLOSE SHADRPT-FILE.

       9455-WRITE-SWAP-LINE.
           MOVE WS-SHD-SWAP-LINE TO SRPT-REC
           WRITE SRPT-REC
           DISPLAY WS-SHD-SWAP-LINE.

       9500-CONTROL-TOTALS.
           OPEN EXTEND REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
           WRITE REPORT-REC
           DISPLAY "CONTROL TOTALS"
           IF WS-TRAIN-RAN = "Y"
               PERFORM 9505-TRAIN-TOTALS
           END-IF
           IF WS-TALL-MODE = "Y"
               MOVE "MODELS IN MODELCTL" TO WS-CT-LABEL
               MOVE WS-CT-TAL-MODELS TO WS-CT-VALUE
               PERFORM 9510-WRITE-CT-LINE
               MOVE "MODELS PROMOTED" TO WS-CT-LABEL
               MOVE WS-CT-TAL-PROMOTED TO WS-CT-VALUE
               PERFORM 9510-WRITE-CT-LINE
               MOVE "MODELS RETAINED" TO WS-CT-LABEL
               MOVE WS-CT-TAL-RETAINED TO WS-CT-VALUE
               PERFORM 9510-WRITE-CT-LINE
               MOVE "MODELS FAILED" TO WS-CT-LABEL
               MOVE WS-CT-TAL-FAILED TO WS-CT-VALUE
               PERFORM 9510-WRITE-CT-LINE
               MOVE "MODELS DATA-GATED" TO WS-CT-LABEL
               MOVE WS-CT-TAL-GATED TO WS-CT-VALUE
               PERFORM 9510-WRITE-CT-LINE
               IF WS-CT-TAL-MODELS NOT = WS-CT-TAL-PROMOTED
                       + WS-CT-TAL-RETAINED + WS-CT-TAL-FAILED
                       + WS-CT-TAL-GATED
                   MOVE "*** MODELS <> SUM OF MODEL RESULTS ***"
                       TO REPORT-REC
                   WRITE REPORT-REC
                   DISPLAY REPORT-REC
               MOVE "DECLINES EXTRACTED" TO WS-CT-LABEL
               MOVE WS-CT-DCL-WRITTEN TO WS-CT-VALUE
               PERFORM 9510-WRITE-CT-LINE
               MOVE "POLICY DECLINES" TO WS-CT-LABEL
               MOVE WS-CT-POL-DECLINE TO WS-CT-VALUE
               PERFORM 9510-WRITE-CT-LINE
               MOVE "POLICY REFERRALS" TO WS-CT-LABEL
               MOVE WS-CT-POL-REFER TO WS-CT-VALUE
               PERFORM 9510-WRITE-CT-LINE
               MOVE 0 TO WS-POL-HIT-TOT
               PERFORM VARYING WS-PDX FROM 1 BY 1
                       UNTIL WS-PDX > WS-POL-CNT
                   PERFORM 9515-WRITE-POLICY-LINE
               END-PERFORM
               MOVE "SNAPSHOTS POSTED" TO WS-CT-LABEL
               MOVE WS-CT-SNAP-POSTED TO WS-CT-VALUE
               PERFORM 9510-WRITE-CT-LINE
               PERFORM 9520-DECISION-TOTALS
               IF WS-CT-DEC-WRITTEN NOT =
                       WS-CT-APPROVE + WS-CT-DECLINE
                   MOVE "*** DECISIONS <> APPROVES + DECLINES ***"
                       TO REPORT-REC
                   WRITE REPORT-REC
                   DISPLAY REPORT-REC
                   MOVE "Y" TO WS-BAL-FLAG
               END-IF
               IF WS-SHADOW-VER > 0
                   MOVE "SHADOW SCORED" TO WS-CT-LABEL
                   MOVE WS-CT-SHD-SCORED TO WS-CT-VALUE
                   PERFORM 9510-WRITE-CT-LINE
               END-IF
               MOVE WS-CT-HASH TO WS-HA-VAL
               MOVE WS-HASH-LINE TO REPORT-REC
               WRITE REPORT-REC
                   DISPLAY REPORT-REC
                   MOVE "Y" TO WS-BAL-FLAG
               END-IF
               IF WS-POL-HIT-TOT NOT =
                       WS-CT-POL-DECLINE + WS-CT-POL-REFER
                   MOVE "*** POLICY RULE HITS <> POLICY DECISIONS ***"
                       TO REPORT-REC
                   WRITE REPORT-REC
                   DISPLAY REPORT-REC
                   MOVE "Y" TO WS-BAL-FLAG
               END-IF
           END-IF
           IF WS-DISPOSE-RAN = "Y"
               MOVE "DISPOSITIONS READ" TO WS-CT-LABEL
               MOVE "FEEDBACK ROWS" TO WS-CT-LABEL
               MOVE WS-CT-FDBK TO WS-CT-VALUE
               PERFORM 9510-WRITE-CT-LINE
               IF WS-DEC-OK = "Y"
                   PERFORM 9520-DECISION-TOTALS
                   IF WS-CT-DEC-WRITTEN NOT = WS-CT-DISP-APPLIED
                       MOVE "*** DECISIONS <> DISPOSITIONS APPLIED ***"
                           TO REPORT-REC
                       WRITE REPORT-REC
                       DISPLAY REPORT-REC
                       MOVE "Y" TO WS-BAL-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-OUTCOME-RAN = "Y"
               MOVE "OUTCOMES READ" TO WS-CT-LABEL
               MOVE "OUTCOME FEEDBACK" TO WS-CT-LABEL
               MOVE WS-CT-OUT-FDBK TO WS-CT-VALUE
               PERFORM 9510-WRITE-CT-LINE
               MOVE "BANDED OUTCOMES" TO WS-CT-LABEL
               MOVE WS-CT-BANDED TO WS-CT-VALUE
               PERFORM 9510-WRITE-CT-LINE
               IF WS-BWK-OK = "Y"
                       AND (WS-CT-BAND-WRITTEN NOT = WS-CT-OUT-MATCH
                       OR WS-CT-BANDED NOT = WS-CT-BAND-WRITTEN)
                   MOVE "*** BANDED OUTCOMES <> OUTCOMES MATCHED ***"
                       TO REPORT-REC
                   WRITE REPORT-REC
                   DISPLAY REPORT-REC
                   MOVE "Y" TO WS-BAL-FLAG
               END-IF
               IF WS-CT-OUT-READ NOT = WS-CT-OUT-MATCH
                       + WS-CT-OUT-NOMATCH + WS-CT-OUT-BAD
                   MOVE "*** OUTCOMES READ <> MATCH + REJECTS ***"
           END-IF
           CLOSE REPORT-FILE.

       9505-TRAIN-TOTALS.
           MOVE "TRAINING ROWS READ" TO WS-CT-LABEL
           MOVE WS-TOTAL-RECS TO WS-CT-VALUE
           PERFORM 9510-WRITE-CT-LINE
           MOVE "TRAIN SLICE ROWS" TO WS-CT-LABEL
           MOVE WS-TRAIN-COUNT TO WS-CT-VALUE
           PERFORM 9510-WRITE-CT-LINE
           MOVE "TRAINED VALID" TO WS-CT-LABEL
           MOVE WS-CT-TRAIN-VALID TO WS-CT-VALUE
           PERFORM 9510-WRITE-CT-LINE
           MOVE "TRAIN REJECTS" TO WS-CT-LABEL
           MOVE WS-CT-TRAIN-INV TO WS-CT-VALUE
           PERFORM 9510-WRITE-CT-LINE
           MOVE "HOLD-OUT ROWS" TO WS-CT-LABEL
           MOVE WS-HOLDOUT-COUNT TO WS-CT-VALUE
           PERFORM 9510-WRITE-CT-LINE
           MOVE "HOLD-OUT VALID" TO WS-CT-LABEL
           MOVE WS-CT-HOLD-VALID TO WS-CT-VALUE
           PERFORM 9510-WRITE-CT-LINE
           MOVE "HOLD-OUT REJECTS" TO WS-CT-LABEL
           MOVE WS-CT-HOLD-INV TO WS-CT-VALUE
           PERFORM 9510-WRITE-CT-LINE
           IF WS-TOTAL-RECS NOT =
                   WS-TRAIN-COUNT + WS-HOLDOUT-COUNT
               MOVE "*** SPLIT DOES NOT ADD UP TO ROWS READ ***"
                   TO REPORT-REC
               WRITE REPORT-REC
               DISPLAY REPORT-REC
               MOVE "Y" TO WS-BAL-FLAG
           END-IF
           IF WS-EPOCH-RAN = "Y"
                   AND WS-CT-TRAIN-VALID + WS-CT-TRAIN-INV
                   NOT = WS-TRAIN-COUNT
               MOVE "*** TRAINED + REJECTS <> TRAIN SLICE ***"
                   TO REPORT-REC
               WRITE REPORT-REC
               DISPLAY REPORT-REC
               MOVE "Y" TO WS-BAL-FLAG
           END-IF
           IF WS-CT-HOLD-VALID + WS-CT-HOLD-INV
                   NOT = WS-HOLDOUT-COUNT
               MOVE "*** HELD-OUT + REJECTS <> HOLD-OUT ROWS ***"
                   TO REPORT-REC
               WRITE REPORT-REC
               DISPLAY REPORT-REC
               MOVE "Y" TO WS-BAL-FLAG
           END-IF.

       9520-DECISION-TOTALS.
           MOVE "DECISIONS WRITTEN" TO WS-CT-LABEL
           MOVE WS-CT-DEC-WRITTEN TO WS-CT-VALUE
           PERFORM 9510-WRITE-CT-LINE
           MOVE "DECISION TRAILER" TO WS-CT-LABEL
           MOVE WS-DEC-TRL-CNT TO WS-CT-VALUE
           PERFORM 9510-WRITE-CT-LINE
           MOVE WS-DEC-HASH TO WS-DHA-VAL
           MOVE WS-DEC-HASH-LINE TO REPORT-REC
           WRITE REPORT-REC
           DISPLAY WS-DEC-HASH-LINE
           IF WS-FAIL-FLAG = "N"
                   AND (WS-DEC-RB-TRL = "N"
                   OR WS-DEC-RB-CNT NOT = WS-CT-DEC-WRITTEN
                   OR WS-DEC-RB-HASH NOT = WS-DEC-HASH)
               MOVE "*** DECISIONS.DAT DOES NOT AGREE TO TRAILER ***"
                   TO REPORT-REC
               WRITE REPORT-REC
               DISPLAY REPORT-REC
               MOVE "Y" TO WS-BAL-FLAG
           END-IF.

       9510-WRITE-CT-LINE.
           MOVE WS-CT-LINE TO REPORT-REC
           WRITE REPORT-REC
           DISPLAY WS-CT-LINE.

       9515-WRITE-POLICY-LINE.
           ADD WS-POL-HITS(WS-PDX) TO WS-POL-HIT-TOT
           MOVE WS-PDX TO WS-PL-RULE
           MOVE WS-POL-MODEL(WS-PDX) TO WS-PL-MODEL
           MOVE WS-POL-FEAT(WS-PDX) TO WS-PL-FEAT
           MOVE WS-POL-OP(WS-PDX) TO WS-PL-OP
           MOVE WS-POL-THR(WS-PDX) TO WS-PL-THR
           MOVE WS-POL-ACTION(WS-PDX) TO WS-PL-ACTION
           MOVE WS-POL-CODE(WS-PDX) TO WS-PL-CODE
           MOVE WS-POL-HITS(WS-PDX) TO WS-PL-HITS
           MOVE WS-POL-LINE TO REPORT-REC
           WRITE REPORT-REC
           DISPLAY WS-POL-LINE.

       9600-REFERRAL-DISPOSITION.
           MOVE "Y" TO WS-DISPOSE-RAN
           MOVE FUNCTION CURRENT-DATE TO WS-TS
               OPEN OUTPUT EXCEPTIONS-FILE
           END-IF
           PERFORM 9610-LOAD-DISPOSITIONS
           IF WS-DW-OK = "Y"
               PERFORM 9605-PROCESS-REFERRALS
               PERFORM 9660-ORPHAN-DISPOSITIONS
               CLOSE DSPWORK-FILE
           ELSE
               DISPLAY "RUN FAILED - REFERRALS.DAT LEFT UNCHANGED"
           END-IF
           CLOSE EXCEPTIONS-FILE.

       9605-PROCESS-REFERRALS.
           PERFORM 9240-OPEN-SNAPSHOT
           MOVE "N" TO WS-EOF-REFERRALS
           OPEN INPUT REFERRALS-FILE
           IF WS-REF-STATUS NOT = "00"
                   MOVE "Y" TO WS-WARN-FLAG
               END-IF
               PERFORM 9220-OPEN-HIST-DETAIL
               MOVE WS-RUN-DATE TO WS-DEC-BUSDATE
               MOVE "DISPOSE" TO WS-DEC-SOURCE-RUN
               PERFORM 9090-OPEN-DECISIONS
               PERFORM UNTIL WS-EOF-REFERRALS = "Y"
                   READ REFERRALS-FILE
                       AT END
               CLOSE REFERRALS-FILE
               CLOSE REFWORK-FILE
               CLOSE RESULTS
               PERFORM 9094-CLOSE-DECISIONS
               CLOSE OVERDUE-FILE
               CLOSE FEEDBACK-FILE
               IF WS-HIST-OK = "Y"
               END-IF
               PERFORM 9670-REWRITE-REFERRALS
           END-IF
           IF WS-SNAP-OK = "Y"
               CLOSE CANDSNAP-FILE
           END-IF.

       9610-LOAD-DISPOSITIONS.
           MOVE "N" TO WS-DW-OK
           OPEN OUTPUT DSPWORK-FILE
           IF WS-DW-STATUS = "00"
               PERFORM 9612-READ-DISPOSITIONS
               CLOSE DSPWORK-FILE
               OPEN I-O DSPWORK-FILE
           END-IF
           IF WS-DW-STATUS = "00"
               MOVE "Y" TO WS-DW-OK
           ELSE
               DISPLAY "DSPWORK.DAT UNAVAILABLE, STATUS "
                       WS-DW-STATUS " - DISPOSITIONS NOT APPLIED"
               MOVE "Y" TO WS-FAIL-FLAG
           END-IF.

       9612-READ-DISPOSITIONS.
           MOVE "N" TO WS-EOF-DISP
           OPEN INPUT DISPOSTN-FILE
           IF WS-DISP-STATUS = "00"
               WRITE EXC-REC
               ADD 1 TO WS-EXC-COUNT
           ELSE
               MOVE DISP-ID TO DW-ID
               MOVE DISP-DECISION TO DW-DEC
               MOVE DISP-DATE TO DW-DATE
               MOVE "N" TO DW-USED
               WRITE DW-REC
                   INVALID KEY
                       ADD 1 TO WS-CT-DISP-ORPHAN
                       MOVE SPACES TO EXC-REC
                       MOVE DISP-ID TO EXC-DATA
                       MOVE "DISPOSITION WITHOUT OPEN REFERRAL"
                           TO EXC-REASON
                       WRITE EXC-REC
                       ADD 1 TO WS-EXC-COUNT
               END-WRITE
               IF WS-DW-STATUS NOT = "00"
                       AND WS-DW-STATUS NOT = "22"
                   DISPLAY "DSPWORK.DAT WRITE FAILED, STATUS "
                           WS-DW-STATUS " FOR " DISP-ID
                   MOVE "Y" TO WS-FAIL-FLAG
               END-IF
           END-IF.

       9620-APPLY-DISPOSITION.
           MOVE "N" TO WS-DSP-HIT
           MOVE REF-ID TO DW-ID
           READ DSPWORK-FILE
               INVALID KEY
                   MOVE "N" TO WS-DSP-HIT
               NOT INVALID KEY
                   MOVE "Y" TO WS-DSP-HIT
           END-READ
           IF WS-DSP-HIT = "Y"
               IF DW-USED = "Y"
                   ADD 1 TO WS-CT-DISP-PRUNED
               ELSE
                   MOVE DW-DEC TO WS-DSP-DEC
                   MOVE DW-DATE TO WS-DSP-DATE
                   MOVE "Y" TO DW-USED
                   REWRITE DW-REC
                       INVALID KEY
                           DISPLAY "DSPWORK.DAT REWRITE FAILED FOR "
                                   REF-ID
                           MOVE "Y" TO WS-FAIL-FLAG
                   END-REWRITE
                   PERFORM 9622-APPLY-ONE-DISPOSITION
               END-IF
           ELSE

       9622-APPLY-ONE-DISPOSITION.
           MOVE REF-SCORE TO PREDICTION
           IF WS-DSP-DATE NUMERIC
               MOVE WS-DSP-DATE TO WS-POST-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-POST-DATE
           END-IF
           END-IF
           MOVE SPACES TO RES-REC
           MOVE REF-ID TO RES-ID
           MOVE WS-DSP-DEC TO RES-DECISION
           MOVE PREDICTION TO RES-SCORE
           MOVE WS-POST-DATE TO RES-DATE
           MOVE WS-WANT-MODEL TO RES-MODEL
           MOVE "UNDERWRT" TO RES-SOURCE
           MOVE REF-POL-CODE TO RES-POL-CODE
           WRITE RES-REC
           IF WS-RES-STATUS = "00"
               ADD 1 TO WS-CT-DISP-APPLIED
               MOVE REF-ID TO CAND-ID
               MOVE WS-DSP-DEC TO RES-DECISION
               MOVE WS-RUN-DATE TO WS-SAV-DATE
               MOVE WS-CUR-MODEL TO WS-SAV-MODEL
               MOVE WS-CUR-VERSION TO WS-SAV-VERSION
               MOVE WS-POST-DATE TO WS-RUN-DATE
               MOVE WS-WANT-MODEL TO WS-CUR-MODEL
               PERFORM 9624-FIND-SCORING-GEN
               IF WS-HIST-OK = "Y"
                   PERFORM 9200-POST-HISTORY
               END-IF
               PERFORM 9210-WRITE-HIST-DETAIL
               MOVE REF-ID TO WS-DEC-ID
               MOVE WS-DSP-DEC TO WS-DEC-DECISION
               MOVE "UNDERWRT" TO WS-DEC-SOURCE
               MOVE REF-POL-CODE TO WS-DEC-REASON
               IF REF-PRODUCT = SPACES
                   MOVE WS-WANT-MODEL TO WS-DEC-PRODUCT
               ELSE
                   MOVE REF-PRODUCT TO WS-DEC-PRODUCT
               END-IF
               PERFORM 9092-WRITE-DECISION
               MOVE WS-SAV-DATE TO WS-RUN-DATE
               MOVE WS-SAV-MODEL TO WS-CUR-MODEL
               MOVE WS-SAV-VERSION TO WS-CUR-VERSION
               PERFORM 9625-KEEP-REFERRAL
           END-IF.

       9624-FIND-SCORING-GEN.
           IF REF-VER NUMERIC
               MOVE REF-VER TO WS-CUR-VERSION
           ELSE
               MOVE REF-ID TO WS-LOOKUP-ID
               MOVE REF-DATE TO WS-SNAP-ASOF
               PERFORM 9650-FIND-CAND-FEATURES
               IF WS-CAND-HIT = "Y"
                   MOVE WS-SNAP-GEN TO WS-CUR-VERSION
               ELSE
                   PERFORM 8030-FIND-MODEL
                   IF WS-MDL-HIT > 0
                       MOVE WS-MDL-VER(WS-MDL-HIT) TO WS-CUR-VERSION
                   ELSE
                       MOVE 0 TO WS-CUR-VERSION
                   END-IF
               END-IF
           END-IF.

       9625-KEEP-REFERRAL.
           MOVE REF-REC TO RWK-REC
           WRITE RWK-REC

       9640-WRITE-FEEDBACK-ROW.
           MOVE REF-ID TO WS-LOOKUP-ID
           MOVE REF-DATE TO WS-SNAP-ASOF
           IF RES-DECISION = "APPROVE"
               MOVE 1 TO WS-FDBK-Y
           ELSE
           ELSE
               MOVE SPACES TO EXC-REC
               MOVE WS-LOOKUP-ID TO EXC-DATA
               MOVE "NO CANDIDATE SNAPSHOT FOR FEEDBACK"
                   TO EXC-REASON
               WRITE EXC-REC
               ADD 1 TO WS-EXC-COUNT
           END-IF.

       9650-FIND-CAND-FEATURES.
           MOVE "N" TO WS-CAND-HIT
           IF WS-SNAP-OK = "Y"
               MOVE "N" TO WS-EOF-SNAP
               MOVE WS-LOOKUP-ID TO SNAP-ID
               MOVE LOW-VALUES TO SNAP-DATE
               START CANDSNAP-FILE KEY NOT < SNAP-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SNAP
               END-START
               PERFORM UNTIL WS-EOF-SNAP = "Y"
                   READ CANDSNAP-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SNAP
                       NOT AT END
                           PERFORM 9655-CHECK-SNAPSHOT
                   END-READ
               END-PERFORM
           END-IF
           IF WS-CAND-HIT = "Y"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NUM-FEAT
                   COMPUTE WS-START = (WS-IDX - 1) * 4 + 1
                   MOVE WS-SNAP-FEAT(WS-START:4)
                       TO WS-FEAT-X(WS-IDX)
               END-PERFORM
           END-IF.

       9655-CHECK-SNAPSHOT.
           IF SNAP-ID NOT = WS-LOOKUP-ID
               MOVE "Y" TO WS-EOF-SNAP
           ELSE
               IF WS-SNAP-ASOF NOT NUMERIC
                       OR SNAP-DATE NOT > WS-SNAP-ASOF
                   MOVE "Y" TO WS-CAND-HIT
                   MOVE SNAP-FEATURES TO WS-SNAP-FEAT
                   MOVE SNAP-VER TO WS-SNAP-GEN
               ELSE
                   MOVE "Y" TO WS-EOF-SNAP
               END-IF
           END-IF.

       9670-REWRITE-REFERRALS.
           IF WS-FAIL-FLAG = "N"
               MOVE "N" TO WS-EOF-REFWORK
           END-IF.

       9660-ORPHAN-DISPOSITIONS.
           MOVE "N" TO WS-EOF-DWK
           MOVE LOW-VALUES TO DW-ID
           START DSPWORK-FILE KEY NOT < DW-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-DWK
           END-START
           PERFORM UNTIL WS-EOF-DWK = "Y"
               READ DSPWORK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-DWK
                   NOT AT END
                       PERFORM 9665-ORPHAN-ONE
               END-READ
           END-PERFORM.

       9665-ORPHAN-ONE.
           IF DW-USED = "N"
               ADD 1 TO WS-CT-DISP-ORPHAN
               MOVE SPACES TO EXC-REC
               MOVE DW-ID TO EXC-DATA
               MOVE "DISPOSITION WITHOUT OPEN REFERRAL"
                   TO EXC-REASON
               WRITE EXC-REC
               ADD 1 TO WS-EXC-COUNT
           END-IF.

       9850-OUTCOME-FEEDBACK.
           MOVE "Y" TO WS-OUTCOME-RAN
           MOVE FUNCTION CURRENT-DATE TO WS-TS
                   IF WS-EXC-STATUS NOT = "00"
                       OPEN OUTPUT EXCEPTIONS-FILE
                   END-IF
                   PERFORM 9240-OPEN-SNAPSHOT
                   OPEN OUTPUT BANDWORK-FILE
                   IF WS-BWK-STATUS = "00"
                       MOVE "Y" TO WS-BWK-OK
                   ELSE
                       DISPLAY "BANDWORK.DAT UNAVAILABLE, STATUS "
                               WS-BWK-STATUS " - NO BAND REPORT"
                       MOVE "N" TO WS-BWK-OK
                       MOVE "Y" TO WS-WARN-FLAG
                   END-IF
                   PERFORM UNTIL WS-EOF-OUTCOMES = "Y"
                       READ OUTCOMES-FILE
                           AT END
                   END-PERFORM
                   CLOSE OUTCOMES-FILE
                   CLOSE HISTORY-FILE
                   IF WS-SNAP-OK = "Y"
                       CLOSE CANDSNAP-FILE
                   END-IF
                   CLOSE FEEDBACK-FILE
                   CLOSE EXCEPTIONS-FILE
                   PERFORM 9870-WRITE-OUTCOME-REPORT
                   IF WS-BWK-OK = "Y"
                       CLOSE BANDWORK-FILE
                       PERFORM 9880-BAND-REPORT
                   END-IF
               END-IF
           END-IF.

                           MOVE "DEFAULT" TO WS-WANT-MODEL
                       END-IF
                       PERFORM 9860-TALLY-OUTCOME
                       IF WS-BWK-OK = "Y"
                           PERFORM 9865-WRITE-BAND-WORK
                       END-IF
                       IF WS-WANT-MODEL = WS-RUN-MODEL
                           MOVE OUT-ID TO WS-LOOKUP-ID
                           MOVE HIST-LAST-DATE TO WS-SNAP-ASOF
                           MOVE WS-OUT-Y-N TO WS-FDBK-Y
                           PERFORM 9645-BUILD-FEEDBACK-ROW
                           IF WS-CAND-HIT = "Y"
                   MOVE WS-ODX TO WS-OVR-HIT
               END-IF
           END-PERFORM
           IF WS-OVR-HIT = 0 AND WS-OVR-CNT >= WS-OVR-MAX
               IF WS-OVR-FULL = "N"
                   DISPLAY "OUTCOME GENERATION TABLE FULL AT "
                           WS-OVR-MAX " - FROM " WS-WANT-MODEL
                           " GENERATION " HIST-LAST-VER
                           " NEW GENERATIONS NOT IN OUTCOMRPT.DAT"
                   MOVE "Y" TO WS-OVR-FULL
               END-IF
               MOVE "Y" TO WS-WARN-FLAG
           END-IF
           IF WS-OVR-HIT = 0 AND WS-OVR-CNT < WS-OVR-MAX
               ADD 1 TO WS-OVR-CNT
               MOVE WS-OVR-CNT TO WS-OVR-HIT
               END-IF
           END-IF.

       9865-WRITE-BAND-WORK.
           MOVE WS-WANT-MODEL TO BWK-MODEL
           MOVE HIST-LAST-VER TO BWK-VER
           MOVE HIST-LAST-SCORE TO BWK-SCORE
           MOVE WS-OUT-Y-N TO BWK-Y
           WRITE BWK-REC
           IF WS-BWK-STATUS = "00"
               ADD 1 TO WS-CT-BAND-WRITTEN
           ELSE
               DISPLAY "BANDWORK.DAT WRITE FAILED, STATUS "
                       WS-BWK-STATUS
               MOVE "Y" TO WS-WARN-FLAG
           END-IF.

       9870-WRITE-OUTCOME-REPORT.
           OPEN OUTPUT OUTCOMRPT-FILE
           MOVE "MODEL PERFORMANCE IN PRODUCTION" TO ORPT-REC
           WRITE ORPT-REC
           DISPLAY WS-OUTVER-LINE.

       9880-BAND-REPORT.
           SORT BANDSORT-FILE
               ON ASCENDING KEY BS-MODEL BS-VER BS-SCORE
               USING BANDWORK-FILE
               GIVING BANDSRT-FILE
           PERFORM 9882-COUNT-BAND-GROUPS
           MOVE "N" TO WS-EOF-BAND
           MOVE "N" TO WS-EOF-BGRP
           MOVE "N" TO WS-BG-ACTIVE
           OPEN OUTPUT BANDRPT-FILE
           MOVE "SCORE BAND PERFORMANCE FROM MATCHED OUTCOMES"
               TO BRPT-REC
           WRITE BRPT-REC
           DISPLAY BRPT-REC
           OPEN INPUT BANDSRT-FILE
           OPEN INPUT BANDGRP-FILE
           PERFORM UNTIL WS-EOF-BAND = "Y"
               READ BANDSRT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-BAND
                   NOT AT END
                       PERFORM 9886-BAND-ONE-ROW
               END-READ
           END-PERFORM
           IF WS-BG-ACTIVE = "Y"
               PERFORM 9890-WRITE-BAND-GROUP
           END-IF
           CLOSE BANDSRT-FILE
           CLOSE BANDGRP-FILE
           CLOSE BANDRPT-FILE.

       9882-COUNT-BAND-GROUPS.
           MOVE "N" TO WS-EOF-BAND
           MOVE "N" TO WS-BG-ACTIVE
           OPEN INPUT BANDSRT-FILE
           OPEN OUTPUT BANDGRP-FILE
           PERFORM UNTIL WS-EOF-BAND = "Y"
               READ BANDSRT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-BAND
                   NOT AT END
                       PERFORM 9884-COUNT-ONE-ROW
               END-READ
           END-PERFORM
           IF WS-BG-ACTIVE = "Y"
               PERFORM 9885-WRITE-BAND-GROUP-REC
           END-IF
           CLOSE BANDSRT-FILE
           CLOSE BANDGRP-FILE.

       9884-COUNT-ONE-ROW.
           IF WS-BG-ACTIVE = "Y"
                   AND (BSR-MODEL NOT = WS-BG-MODEL
                   OR BSR-VER NOT = WS-BG-VER)
               PERFORM 9885-WRITE-BAND-GROUP-REC
               MOVE "N" TO WS-BG-ACTIVE
           END-IF
           IF WS-BG-ACTIVE = "N"
               MOVE "Y" TO WS-BG-ACTIVE
               MOVE BSR-MODEL TO WS-BG-MODEL
               MOVE BSR-VER TO WS-BG-VER
               MOVE 0 TO WS-BG-CNT
               MOVE 0 TO WS-BG-GOOD
               MOVE 0 TO WS-BG-BAD
           END-IF
           ADD 1 TO WS-BG-CNT
           IF BSR-Y = 1
               ADD 1 TO WS-BG-GOOD
           ELSE
               ADD 1 TO WS-BG-BAD
           END-IF.

       9885-WRITE-BAND-GROUP-REC.
           MOVE WS-BG-MODEL TO BGP-MODEL
           MOVE WS-BG-VER TO BGP-VER
           MOVE WS-BG-CNT TO BGP-CNT
           MOVE WS-BG-GOOD TO BGP-GOOD
           MOVE WS-BG-BAD TO BGP-BAD
           WRITE BGP-REC.

       9886-BAND-ONE-ROW.
           IF WS-BG-ACTIVE = "Y"
                   AND (BSR-MODEL NOT = WS-BG-MODEL
                   OR BSR-VER NOT = WS-BG-VER)
               PERFORM 9890-WRITE-BAND-GROUP
               MOVE "N" TO WS-BG-ACTIVE
           END-IF
           IF WS-BG-ACTIVE = "N"
               PERFORM 9887-START-BAND-GROUP
           END-IF
           ADD 1 TO WS-BG-RANK
           ADD 1 TO WS-CT-BANDED
           COMPUTE WS-BND-NO = (WS-BG-RANK - 1) * 10 / WS-BG-CNT + 1
           IF WS-BND-NO > 10
               MOVE 10 TO WS-BND-NO
           END-IF
           IF WS-BND-CNT(WS-BND-NO) = 0
               MOVE BSR-SCORE TO WS-BND-LOW(WS-BND-NO)
           END-IF
           MOVE BSR-SCORE TO WS-BND-HIGH(WS-BND-NO)
           ADD 1 TO WS-BND-CNT(WS-BND-NO)
           IF BSR-Y = 1
               ADD 1 TO WS-BND-GOOD(WS-BND-NO)
           ELSE
               ADD 1 TO WS-BND-BAD(WS-BND-NO)
           END-IF.

       9887-START-BAND-GROUP.
           MOVE "Y" TO WS-BG-ACTIVE
           MOVE BSR-MODEL TO WS-BG-MODEL
           MOVE BSR-VER TO WS-BG-VER
           MOVE 0 TO WS-BG-RANK
           MOVE 1 TO WS-BG-CNT
           MOVE 0 TO WS-BG-GOOD
           MOVE 0 TO WS-BG-BAD
           IF WS-EOF-BGRP = "N"
               READ BANDGRP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-BGRP
                   NOT AT END
                       IF BGP-MODEL = WS-BG-MODEL
                               AND BGP-VER = WS-BG-VER
                           MOVE BGP-CNT TO WS-BG-CNT
                           MOVE BGP-GOOD TO WS-BG-GOOD
                           MOVE BGP-BAD TO WS-BG-BAD
                       END-IF
               END-READ
           END-IF
           PERFORM VARYING WS-BNX FROM 1 BY 1 UNTIL WS-BNX > 10
               MOVE 0 TO WS-BND-CNT(WS-BNX)
               MOVE 0 TO WS-BND-GOOD(WS-BNX)
               MOVE 0 TO WS-BND-BAD(WS-BNX)
               MOVE 0 TO WS-BND-LOW(WS-BNX)
               MOVE 0 TO WS-BND-HIGH(WS-BNX)
           END-PERFORM.

       9890-WRITE-BAND-GROUP.
           MOVE SPACES TO BRPT-REC
           WRITE BRPT-REC
           MOVE WS-BG-MODEL TO WS-BH-MODEL
           MOVE WS-BG-VER TO WS-BH-VER
           MOVE WS-BG-CNT TO WS-BH-CNT
           MOVE WS-BG-GOOD TO WS-BH-GOOD
           MOVE WS-BG-BAD TO WS-BH-BAD
           MOVE WS-BND-GRP-HEAD TO BRPT-REC
           WRITE BRPT-REC
           DISPLAY WS-BND-GRP-HEAD
           MOVE WS-BND-COL-HEAD TO BRPT-REC
           WRITE BRPT-REC
           DISPLAY WS-BND-COL-HEAD
           MOVE 0 TO WS-BND-CUMG
           MOVE 0 TO WS-BND-CUMB
           MOVE 0 TO WS-BND-KS-MAX
           MOVE 0 TO WS-BND-KS-PEAK
           PERFORM VARYING WS-BNX FROM 1 BY 1 UNTIL WS-BNX > 10
               ADD WS-BND-GOOD(WS-BNX) TO WS-BND-CUMG
               ADD WS-BND-BAD(WS-BNX) TO WS-BND-CUMB
               PERFORM 9892-BAND-CUM-PCT
               IF WS-BND-KS > WS-BND-KS-MAX
                   MOVE WS-BND-KS TO WS-BND-KS-MAX
                   MOVE WS-BNX TO WS-BND-KS-PEAK
               END-IF
           END-PERFORM
           MOVE 0 TO WS-BND-CUMG
           MOVE 0 TO WS-BND-CUMB
           PERFORM VARYING WS-BNX FROM 1 BY 1 UNTIL WS-BNX > 10
               ADD WS-BND-GOOD(WS-BNX) TO WS-BND-CUMG
               ADD WS-BND-BAD(WS-BNX) TO WS-BND-CUMB
               PERFORM 9892-BAND-CUM-PCT
               PERFORM 9894-WRITE-BAND-LINE
           END-PERFORM
           MOVE WS-BND-KS-MAX TO WS-BK-KS
           MOVE WS-BND-KS-PEAK TO WS-BK-PEAK
           MOVE WS-BND-KS-LINE TO BRPT-REC
           WRITE BRPT-REC
           DISPLAY WS-BND-KS-LINE.

       9892-BAND-CUM-PCT.
           IF WS-BG-GOOD > 0
               COMPUTE WS-BND-CUMG-PCT ROUNDED =
                       WS-BND-CUMG * 100 / WS-BG-GOOD
           ELSE
               MOVE 0 TO WS-BND-CUMG-PCT
           END-IF
           IF WS-BG-BAD > 0
               COMPUTE WS-BND-CUMB-PCT ROUNDED =
                       WS-BND-CUMB * 100 / WS-BG-BAD
           ELSE
               MOVE 0 TO WS-BND-CUMB-PCT
           END-IF
           IF WS-BND-CUMB-PCT > WS-BND-CUMG-PCT
               COMPUTE WS-BND-KS = WS-BND-CUMB-PCT - WS-BND-CUMG-PCT
           ELSE
               COMPUTE WS-BND-KS = WS-BND-CUMG-PCT - WS-BND-CUMB-PCT
           END-IF.

       9894-WRITE-BAND-LINE.
           MOVE WS-BNX TO WS-BR-BAND
           MOVE WS-BND-CNT(WS-BNX) TO WS-BR-CNT
           MOVE WS-BND-GOOD(WS-BNX) TO WS-BR-GOOD
           MOVE WS-BND-BAD(WS-BNX) TO WS-BR-BAD
           IF WS-BND-CNT(WS-BNX) > 0
               MOVE WS-BND-LOW(WS-BNX) TO WS-BR-LOW
               MOVE WS-BND-HIGH(WS-BNX) TO WS-BR-HIGH
               COMPUTE WS-BR-BADPCT ROUNDED =
                       WS-BND-BAD(WS-BNX) * 100 / WS-BND-CNT(WS-BNX)
           ELSE
               MOVE SPACES TO WS-BR-LOW-X
               MOVE SPACES TO WS-BR-HIGH-X
               MOVE "  N/A" TO WS-BR-BADPCT-X
           END-IF
           IF WS-BND-BAD(WS-BNX) > 0
               COMPUTE WS-BR-ODDS ROUNDED =
                       WS-BND-GOOD(WS-BNX) / WS-BND-BAD(WS-BNX)
           ELSE
               MOVE "    N/A" TO WS-BR-ODDS-X
           END-IF
           MOVE WS-BND-CUMG-PCT TO WS-BR-CUMG
           MOVE WS-BND-CUMB-PCT TO WS-BR-CUMB
           MOVE WS-BND-KS TO WS-BR-KS
           IF WS-BNX = WS-BND-KS-PEAK
               MOVE "<<<" TO WS-BR-PEAK
           ELSE
               MOVE SPACES TO WS-BR-PEAK
           END-IF
           MOVE WS-BND-LINE TO BRPT-REC
           WRITE BRPT-REC
           DISPLAY WS-BND-LINE.

       9700-PURGE-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE WS-TS(1:8) TO WS-RUN-DATE
               MOVE WS-PURGE-LINE TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
           END-IF
           PERFORM 9720-PURGE-SNAPSHOTS.

       9710-PURGE-ONE.
           ADD 1 TO WS-CT-HIST-READ
               END-IF
           END-IF.

       9720-PURGE-SNAPSHOTS.
           MOVE "N" TO WS-EOF-SNAP
           OPEN I-O CANDSNAP-FILE
           IF WS-SNAP-STATUS NOT = "00" AND WS-SNAP-STATUS NOT = "05"
               DISPLAY "CANDSNAP.DAT UNAVAILABLE, STATUS "
                       WS-SNAP-STATUS " - NO SNAPSHOTS PURGED"
               MOVE "Y" TO WS-FAIL-FLAG
               CLOSE CANDSNAP-FILE
           ELSE
               MOVE LOW-VALUES TO SNAP-KEY
               START CANDSNAP-FILE KEY NOT < SNAP-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SNAP
               END-START
               PERFORM UNTIL WS-EOF-SNAP = "Y"
                   READ CANDSNAP-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SNAP
                       NOT AT END
                           PERFORM 9725-PURGE-ONE-SNAP
                   END-READ
               END-PERFORM
               CLOSE CANDSNAP-FILE
               MOVE WS-CT-SNAP-READ TO WS-SG-READ
               MOVE WS-CT-SNAP-PURGED TO WS-SG-PURGED
               MOVE WS-PURGE-DAYS TO WS-SG-DAYS
               DISPLAY WS-SNAP-PURGE-LINE
               OPEN EXTEND REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   OPEN OUTPUT REPORT-FILE
               END-IF
               MOVE WS-SNAP-PURGE-LINE TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
           END-IF.

       9725-PURGE-ONE-SNAP.
           ADD 1 TO WS-CT-SNAP-READ
           IF SNAP-DATE NUMERIC
               MOVE SNAP-DATE TO WS-DATE-NUM
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-AGE-DAYS > WS-PURGE-DAYS
                   DELETE CANDSNAP-FILE RECORD
                       INVALID KEY
                           DISPLAY "CANDSNAP.DAT DELETE FAILED FOR "
                                   SNAP-ID
                           MOVE "Y" TO WS-FAIL-FLAG
                       NOT INVALID KEY
                           ADD 1 TO WS-CT-SNAP-PURGED
                   END-DELETE
               END-IF
           END-IF.

       9750-HISTORY-INQUIRY.
           OPEN EXTEND REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
           IF WS-FAIL-FLAG = "Y"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-GATE-FLAG = "Y"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-EXC-COUNT > 0 OR WS-RECALL-FLAG = "Y"
                           OR WS-BAL-FLAG = "Y" OR WS-WARN-FLAG = "Y"
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       9950-WRITE-LEDGER.
           PERFORM 9955-LEDGER-COUNTS
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           OPEN EXTEND RUNLEDGR-FILE
           IF WS-LDG-STATUS NOT = "00"
               OPEN OUTPUT RUNLEDGR-FILE
           END-IF
           IF WS-LDG-STATUS NOT = "00"
               DISPLAY "RUNLEDGR.DAT UNAVAILABLE, STATUS "
                       WS-LDG-STATUS " - RUN NOT LEDGERED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO LDG-REC
               MOVE WS-TS(1:8) TO LDG-DATE
               MOVE WS-TS(9:6) TO LDG-TIME
               MOVE WS-LDG-MODE TO LDG-MODE
               MOVE WS-RUN-MODEL TO LDG-MODEL
               IF WS-HDR-SEEN = "Y"
                   MOVE WS-FEED-SENDER TO LDG-SENDER
                   MOVE WS-FEED-BUSDATE TO LDG-BUSDATE
               END-IF
               IF WS-TRL-SEEN = "Y"
                   MOVE WS-TRL-CNT TO LDG-TRL-CNT
                   MOVE WS-TRL-HASH TO LDG-TRL-HASH
               ELSE
                   MOVE 0 TO LDG-TRL-CNT
                   MOVE 0 TO LDG-TRL-HASH
               END-IF
               MOVE WS-LDG-IN TO LDG-IN
               MOVE WS-LDG-OUT TO LDG-OUT
               MOVE WS-LDG-REJ TO LDG-REJ
               MOVE WS-LDG-FLAG TO LDG-FLAG
               MOVE RETURN-CODE TO LDG-RC
               MOVE WS-DEC-SEQ TO LDG-SEQ
               WRITE LDG-REC
               CLOSE RUNLEDGR-FILE
           END-IF.

       9955-LEDGER-COUNTS.
           MOVE 0 TO WS-LDG-IN
           MOVE 0 TO WS-LDG-OUT
           MOVE 0 TO WS-LDG-REJ
           EVALUATE TRUE
               WHEN WS-BATCH-RAN = "Y"
                   MOVE WS-CT-CAND-READ TO WS-LDG-IN
                   MOVE WS-CT-RES-WRITTEN TO WS-LDG-OUT
                   MOVE WS-CT-CAND-REJ TO WS-LDG-REJ
               WHEN WS-DISPOSE-RAN = "Y"
                   MOVE WS-CT-DISP-READ TO WS-LDG-IN
                   MOVE WS-CT-DISP-APPLIED TO WS-LDG-OUT
                   MOVE WS-CT-DISP-ORPHAN TO WS-LDG-REJ
               WHEN WS-OUTCOME-RAN = "Y"
                   MOVE WS-CT-OUT-READ TO WS-LDG-IN
                   MOVE WS-CT-OUT-MATCH TO WS-LDG-OUT
                   COMPUTE WS-LDG-REJ =
                           WS-CT-OUT-NOMATCH + WS-CT-OUT-BAD
               WHEN WS-PURGE-MODE = "Y"
                   MOVE WS-CT-HIST-READ TO WS-LDG-IN
                   MOVE WS-CT-HIST-PURGED TO WS-LDG-OUT
               WHEN WS-INQ-MODE = "Y"
                   MOVE WS-CT-INQ-LINES TO WS-LDG-OUT
               WHEN WS-LEDGER-MODE = "Y"
                   MOVE WS-CT-LDG-READ TO WS-LDG-IN
                   MOVE WS-CT-LDG-DATES TO WS-LDG-OUT
                   COMPUTE WS-LDG-REJ = WS-CT-LDG-MISSED
                           + WS-CT-LDG-FAILED + WS-CT-LDG-DUPS
               WHEN WS-TALL-MODE = "Y"
                   MOVE WS-CT-TAL-MODELS TO WS-LDG-IN
                   MOVE WS-CT-TAL-PROMOTED TO WS-LDG-OUT
                   COMPUTE WS-LDG-REJ =
                           WS-CT-TAL-FAILED + WS-CT-TAL-GATED
               WHEN WS-GATE-FLAG = "Y"
                   MOVE WS-TOTAL-RECS TO WS-LDG-IN
                   MOVE WS-PRF-VALID TO WS-LDG-OUT
                   MOVE WS-PRF-INVALID TO WS-LDG-REJ
               WHEN WS-TRAIN-RAN = "Y"
                   MOVE WS-TOTAL-RECS TO WS-LDG-IN
                   COMPUTE WS-LDG-OUT =
                           WS-CT-TRAIN-VALID + WS-CT-HOLD-VALID
                   COMPUTE WS-LDG-REJ =
                           WS-CT-TRAIN-INV + WS-CT-HOLD-INV
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9960-CHECK-LEDGER.
           MOVE "N" TO WS-LDG-DUP
           MOVE "N" TO WS-EOF-LEDGER
           OPEN INPUT RUNLEDGR-FILE
           IF WS-LDG-STATUS = "00"
               PERFORM UNTIL WS-EOF-LEDGER = "Y"
                   READ RUNLEDGR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-LEDGER
                       NOT AT END
                           IF LDG-SENDER = WS-FEED-SENDER
                                   AND LDG-BUSDATE = WS-FEED-BUSDATE
                                   AND LDG-RC NUMERIC
                                   AND LDG-RC < 8
                                   AND WS-LDG-DUP = "N"
                               MOVE "Y" TO WS-LDG-DUP
                               MOVE LDG-DATE TO WS-LDG-DUP-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNLEDGR-FILE
           END-IF
           IF WS-LDG-DUP = "Y"
               IF WS-RERUN = "Y"
                   DISPLAY "FEED " WS-FEED-SENDER " " WS-FEED-BUSDATE
                           " ALREADY PROCESSED " WS-LDG-DUP-DATE
                           " - RERUN AUTHORISED"
                   MOVE "R" TO WS-LDG-FLAG
               ELSE
                   DISPLAY "FEED " WS-FEED-SENDER " " WS-FEED-BUSDATE
                           " ALREADY PROCESSED " WS-LDG-DUP-DATE
                           " - BATCH SCORE REFUSED"
                   DISPLAY "SET THE RUNCTL.DAT RERUN FLAG TO "
                           "REPROCESS THIS FEED"
                   MOVE "D" TO WS-LDG-FLAG
                   MOVE "N" TO WS-FEED-OK
                   MOVE "Y" TO WS-FAIL-FLAG
               END-IF
               PERFORM 8490-AUDIT-RERUN
           END-IF.

       9966-NEXT-DECISION-SEQ.
           MOVE 0 TO WS-DEC-SEQ
           MOVE "N" TO WS-EOF-LEDGER
           OPEN INPUT RUNLEDGR-FILE
           IF WS-LDG-STATUS = "00"
               PERFORM UNTIL WS-EOF-LEDGER = "Y"
                   READ RUNLEDGR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-LEDGER
                       NOT AT END
                           IF LDG-SEQ NUMERIC
                                   AND LDG-SEQ > WS-DEC-SEQ
                               MOVE LDG-SEQ TO WS-DEC-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNLEDGR-FILE
           END-IF
           ADD 1 TO WS-DEC-SEQ.

       9970-LEDGER-REPORT.
           OPEN INPUT RUNLEDGR-FILE
           IF WS-LDG-STATUS NOT = "00"
               DISPLAY "RUNLEDGR.DAT NOT FOUND - NO LEDGER REPORT"
               MOVE "Y" TO WS-FAIL-FLAG
           ELSE
               CLOSE RUNLEDGR-FILE
               SORT LEDGSORT-FILE
                   ON ASCENDING KEY LSD-SENDER LSD-BUSDATE
                                    LSD-DATE LSD-TIME
                   USING RUNLEDGR-FILE
                   GIVING LEDGSRT-FILE
               OPEN OUTPUT LEDGRPT-FILE
               IF WS-LDG-FROM = SPACES
                   MOVE "(FIRST)" TO WS-LH-FROM
               ELSE
                   MOVE WS-LDG-FROM TO WS-LH-FROM
               END-IF
               IF WS-LDG-TO = SPACES
                   MOVE "(LAST)" TO WS-LH-TO
               ELSE
                   MOVE WS-LDG-TO TO WS-LH-TO
               END-IF
               MOVE WS-LR-HEAD-LINE TO LRPT-REC
               WRITE LRPT-REC
               DISPLAY WS-LR-HEAD-LINE
               MOVE WS-LR-COL-HEAD TO LRPT-REC
               WRITE LRPT-REC
               DISPLAY WS-LR-COL-HEAD
               MOVE "N" TO WS-EOF-LEDGER
               MOVE "N" TO WS-LR-ACTIVE
               MOVE "N" TO WS-LR-SND-ACTIVE
               OPEN INPUT LEDGSRT-FILE
               PERFORM UNTIL WS-EOF-LEDGER = "Y"
                   READ LEDGSRT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-LEDGER
                       NOT AT END
                           PERFORM 9972-LEDGER-ONE-REC
                   END-READ
               END-PERFORM
               IF WS-LR-ACTIVE = "Y"
                   PERFORM 9976-END-DATE-GROUP
               END-IF
               IF WS-LR-SND-ACTIVE = "Y"
                   PERFORM 9978-END-SENDER
               END-IF
               CLOSE LEDGSRT-FILE
               PERFORM 9985-LEDGER-TOTALS
               CLOSE LEDGRPT-FILE
               IF WS-CT-LDG-MISSED > 0 OR WS-CT-LDG-FAILED > 0
                       OR WS-CT-LDG-DUPS > 0
                   MOVE "Y" TO WS-WARN-FLAG
               END-IF
           END-IF.

       9972-LEDGER-ONE-REC.
           ADD 1 TO WS-CT-LDG-READ
           IF LSR-SENDER NOT = SPACES
                   AND (WS-LDG-FROM = SPACES
                   OR LSR-BUSDATE NOT < WS-LDG-FROM)
                   AND (WS-LDG-TO = SPACES
                   OR LSR-BUSDATE NOT > WS-LDG-TO)
               IF WS-LR-ACTIVE = "Y"
                       AND (LSR-SENDER NOT = WS-LR-SENDER
                       OR LSR-BUSDATE NOT = WS-LR-BUSDATE)
                   PERFORM 9976-END-DATE-GROUP
                   MOVE "N" TO WS-LR-ACTIVE
                   IF LSR-SENDER NOT = WS-LR-SENDER
                       PERFORM 9978-END-SENDER
                   END-IF
               END-IF
               IF WS-LR-SND-ACTIVE = "N"
                   PERFORM 9973-START-SENDER
               END-IF
               IF WS-LR-ACTIVE = "N"
                   PERFORM 9974-START-DATE-GROUP
               END-IF
               ADD 1 TO WS-LR-RUNS
               EVALUATE TRUE
                   WHEN LSR-FLAG = "D"
                       ADD 1 TO WS-LR-REFUSED
                   WHEN LSR-RC NUMERIC AND LSR-RC < 8
                       ADD 1 TO WS-LR-OK
                   WHEN OTHER
                       ADD 1 TO WS-LR-FAILED
               END-EVALUATE
               IF LSR-RC NUMERIC
                   MOVE LSR-RC TO WS-LR-LAST-RC
               END-IF
           END-IF.

       9973-START-SENDER.
           MOVE "Y" TO WS-LR-SND-ACTIVE
           MOVE LSR-SENDER TO WS-LR-SENDER
           MOVE 0 TO WS-LR-PREV-INT
           IF WS-LDG-FROM NOT = SPACES
               MOVE WS-LDG-FROM TO WS-LR-DATE-NUM
               COMPUTE WS-LR-PREV-INT =
                       FUNCTION INTEGER-OF-DATE(WS-LR-DATE-NUM)
               IF WS-LR-PREV-INT > 0
                   SUBTRACT 1 FROM WS-LR-PREV-INT
               END-IF
           END-IF.

       9974-START-DATE-GROUP.
           MOVE "Y" TO WS-LR-ACTIVE
           MOVE LSR-BUSDATE TO WS-LR-BUSDATE
           MOVE 0 TO WS-LR-RUNS
           MOVE 0 TO WS-LR-OK
           MOVE 0 TO WS-LR-FAILED
           MOVE 0 TO WS-LR-REFUSED
           MOVE 0 TO WS-LR-LAST-RC
           MOVE 0 TO WS-LR-CUR-INT
           IF LSR-BUSDATE NUMERIC
               MOVE LSR-BUSDATE TO WS-LR-DATE-NUM
               COMPUTE WS-LR-CUR-INT =
                       FUNCTION INTEGER-OF-DATE(WS-LR-DATE-NUM)
           END-IF
           IF WS-LR-CUR-INT > 0
               IF WS-LR-PREV-INT > 0
                       AND WS-LR-CUR-INT > WS-LR-PREV-INT + 1
                   COMPUTE WS-LR-GAP-FROM = WS-LR-PREV-INT + 1
                   COMPUTE WS-LR-GAP-TO = WS-LR-CUR-INT - 1
                   PERFORM 9980-CHECK-GAP
               END-IF
               MOVE WS-LR-CUR-INT TO WS-LR-PREV-INT
           END-IF.

       9976-END-DATE-GROUP.
           ADD 1 TO WS-CT-LDG-DATES
           MOVE WS-LR-SENDER TO WS-LL-SENDER
           MOVE WS-LR-BUSDATE TO WS-LL-BUSDATE
           MOVE WS-LR-RUNS TO WS-LL-RUNS
           MOVE WS-LR-OK TO WS-LL-OK
           MOVE WS-LR-FAILED TO WS-LL-FAILED
           MOVE WS-LR-REFUSED TO WS-LL-REFUSED
           MOVE WS-LR-LAST-RC TO WS-LL-RC
           EVALUATE TRUE
               WHEN WS-LR-OK = 0
                   MOVE "FAILED - NO RERUN" TO WS-LL-STATUS
                   ADD 1 TO WS-CT-LDG-FAILED
               WHEN WS-LR-REFUSED > 0
                   MOVE "DUPLICATE REFUSED" TO WS-LL-STATUS
                   ADD 1 TO WS-CT-LDG-DUPS
               WHEN WS-LR-OK > 1
                   MOVE "DUPLICATE PROCESSED" TO WS-LL-STATUS
                   ADD 1 TO WS-CT-LDG-DUPS
               WHEN OTHER
                   MOVE "OK" TO WS-LL-STATUS
           END-EVALUATE
           MOVE WS-LR-LINE TO LRPT-REC
           WRITE LRPT-REC
           DISPLAY WS-LR-LINE.

       9978-END-SENDER.
           IF WS-LDG-TO NOT = SPACES AND WS-LR-PREV-INT > 0
               MOVE WS-LDG-TO TO WS-LR-DATE-NUM
               COMPUTE WS-LR-GAP-TO =
                       FUNCTION INTEGER-OF-DATE(WS-LR-DATE-NUM)
               IF WS-LR-GAP-TO > WS-LR-PREV-INT
                   COMPUTE WS-LR-GAP-FROM = WS-LR-PREV-INT + 1
                   PERFORM 9980-CHECK-GAP
               END-IF
           END-IF
           MOVE "N" TO WS-LR-SND-ACTIVE.

       9980-CHECK-GAP.
           MOVE 0 TO WS-LR-GAP-CNT
           MOVE 0 TO WS-LR-GAP-FIRST
           MOVE 0 TO WS-LR-GAP-LAST
           PERFORM VARYING WS-LR-DAY-INT FROM WS-LR-GAP-FROM BY 1
                   UNTIL WS-LR-DAY-INT > WS-LR-GAP-TO
               COMPUTE WS-LR-WKDAY = FUNCTION MOD(WS-LR-DAY-INT, 7)
               IF WS-LR-WKDAY > 0 AND WS-LR-WKDAY < 6
                   ADD 1 TO WS-LR-GAP-CNT
                   IF WS-LR-GAP-FIRST = 0
                       MOVE WS-LR-DAY-INT TO WS-LR-GAP-FIRST
                   END-IF
                   MOVE WS-LR-DAY-INT TO WS-LR-GAP-LAST
               END-IF
           END-PERFORM
           IF WS-LR-GAP-CNT > 0
               ADD WS-LR-GAP-CNT TO WS-CT-LDG-MISSED
               MOVE WS-LR-SENDER TO WS-LG-SENDER
               COMPUTE WS-LG-FIRST =
                       FUNCTION DATE-OF-INTEGER(WS-LR-GAP-FIRST)
               COMPUTE WS-LG-LAST =
                       FUNCTION DATE-OF-INTEGER(WS-LR-GAP-LAST)
               MOVE WS-LR-GAP-CNT TO WS-LG-CNT
               MOVE WS-LR-GAP-LINE TO LRPT-REC
               WRITE LRPT-REC
               DISPLAY WS-LR-GAP-LINE
           END-IF.

       9985-LEDGER-TOTALS.
           MOVE SPACES TO LRPT-REC
           WRITE LRPT-REC
           MOVE "LEDGER RECORDS READ" TO WS-CT-LABEL
           MOVE WS-CT-LDG-READ TO WS-CT-VALUE
           PERFORM 9987-WRITE-LEDGER-CT
           MOVE "BUSINESS DATES" TO WS-CT-LABEL
           MOVE WS-CT-LDG-DATES TO WS-CT-VALUE
           PERFORM 9987-WRITE-LEDGER-CT
           MOVE "BUSINESS DAYS MISSED" TO WS-CT-LABEL
           MOVE WS-CT-LDG-MISSED TO WS-CT-VALUE
           PERFORM 9987-WRITE-LEDGER-CT
           MOVE "FAILED, NO RERUN" TO WS-CT-LABEL
           MOVE WS-CT-LDG-FAILED TO WS-CT-VALUE
           PERFORM 9987-WRITE-LEDGER-CT
           MOVE "DUPLICATE FEEDS" TO WS-CT-LABEL
           MOVE WS-CT-LDG-DUPS TO WS-CT-VALUE
           PERFORM 9987-WRITE-LEDGER-CT.

       9987-WRITE-LEDGER-CT.
           MOVE WS-CT-LINE TO LRPT-REC
           WRITE LRPT-REC
           DISPLAY WS-CT-LINE.
