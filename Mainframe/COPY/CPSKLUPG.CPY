      ******************************************************************
      * CPSKLUPG - SHARED DEVELOPER SKILL-UPGRADE PARAGRAPHS (SEE      *
      *            CPSKLUPW FOR THE WORKAREAS AND THE CALLING          *
      *            CONVENTION). THE APITPO34 UPGRADE COMMAND AND THE   *
      *            APITPO46 COURSE COMPLETION BOTH MOVE A SKILL LEVEL  *
      *            AND CERTIFICATION EXPIRY THROUGH HERE, SO COBCERTX  *
      *            AND COBSKLMX SEE ONE KIND OF CHANGE WHICHEVER PATH  *
      *            MADE IT.                                            *
      ******************************************************************
      /
      ******************************************************************
      * 8740-SKILL-UPGRADE - SET THE LEVEL AND EXPIRY ON THE SKILL     *
      *                      ROW, KEEPING THE PRIOR FIGURES FOR THE    *
      *                      AUDIT. A SKILL NOT HELD IS ADDED ONLY     *
      *                      WHEN THE CALLER ASKS FOR IT.              *
      ******************************************************************
       8740-SKILL-UPGRADE.
                MOVE SPACES TO W-SKL-RESULT.
                MOVE SPACES TO W-SKL-BEFORE.

                EXEC SQL
                    SELECT SKILL_LEVEL
                         , COALESCE(CERTEXP, ' ')
                    INTO  :W-SKL-OLD-LEVEL
                        , :W-SKL-OLD-CERTEXP
                    FROM DEVELOPER
                    WHERE DEVELOPER_ID = :W-SKL-DEVELOPER-ID
                      AND HARDWARE_ID  = :W-SKL-HARDWARE-ID
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         IF W-SKL-ADD-MISSING = 'Y'
                            GO TO 8745-ADD-SKILL
                         END-IF
                         MOVE 'N' TO W-SKL-RESULT
                         GO TO 8740-EXIT
                    WHEN OTHER
                         MOVE 'E' TO W-SKL-RESULT
                         GO TO 8740-EXIT
                END-EVALUATE.

                MOVE W-SKL-OLD-LEVEL TO W-SKL-OLD-LEVEL-ED.
                STRING W-SKL-OLD-LEVEL-ED ' ' W-SKL-OLD-CERTEXP
                       DELIMITED BY SIZE
                  INTO W-SKL-BEFORE.

                IF W-SKL-RAISE-ONLY = 'Y'
                   AND W-SKL-OLD-LEVEL > W-SKL-LEVEL
                   MOVE W-SKL-OLD-LEVEL TO W-SKL-LEVEL
                END-IF.

                EXEC SQL
                    UPDATE DEVELOPER
                       SET SKILL_LEVEL = :W-SKL-LEVEL
                         , CERTEXP     = :W-SKL-CERTEXP
                     WHERE DEVELOPER_ID = :W-SKL-DEVELOPER-ID
                       AND HARDWARE_ID  = :W-SKL-HARDWARE-ID
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'U' TO W-SKL-RESULT
                    WHEN +100
                         MOVE 'N' TO W-SKL-RESULT
                    WHEN OTHER
                         MOVE 'E' TO W-SKL-RESULT
                END-EVALUATE.
                GO TO 8740-EXIT.

       8745-ADD-SKILL.
                EXEC SQL
                    INSERT INTO DEVELOPER
                        (
                            DEVELOPER_ID
                          , HARDWARE_ID
                          , SKILL_LEVEL
                          , CERTEXP
                        )
                    VALUES
                        (
                            :W-SKL-DEVELOPER-ID
                          , :W-SKL-HARDWARE-ID
                          , :W-SKL-LEVEL
                          , :W-SKL-CERTEXP
                        )
                END-EXEC.

                IF SQLCODE = 0
                   MOVE 'A' TO W-SKL-RESULT
                ELSE
                   MOVE 'E' TO W-SKL-RESULT
                END-IF.
       8740-EXIT.
                EXIT.
