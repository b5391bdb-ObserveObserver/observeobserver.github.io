       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODCAST.
      *    THE PODCAST FEED - THE AUDIO EDITIONS IN data/AUDIO.DAT
      *    (SEE AUDIOREC.CPY) AS RSS 2.0 WITH THE ITUNES AND PODCAST
      *    NAMESPACES, SO AN ORDINARY PODCAST PLAYER CAN SUBSCRIBE.
      *    EACH EPISODE CARRIES A PROPER ENCLOSURE (URL, BYTE LENGTH,
      *    MIME TYPE FROM THE FILE EXTENSION), ITS DURATION AND
      *    NARRATOR, AND THE STORY PAGE ITSELF AS THE TRANSCRIPT.
      *    ONLY STORIES FEED.COB WOULD LIST ARE EPISODES - A DRAFT OR
      *    AN EMBARGOED STORY KEEPS ITS RECORDING OFF THE FEED TOO -
      *    AND THEY COME OUT IN data/STORY.DAT ORDER, NEWEST FIRST.
      *    scripts/build.sh AND PUBRUN.COB SNAPSHOT IT TO
      *    f/podcast.xml ALONGSIDE f/rss.xml.
      *    EACH REQUEST IS TIMED THROUGH RENDTIME.CBL (SEE RTMREC.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORY-FILE ASSIGN TO "data/STORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORY-STATUS.
           SELECT AUDIO-FILE ASSIGN TO "data/AUDIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIO-STATUS.
           SELECT AUTHOR-FILE ASSIGN TO "data/AUTHORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'STORYFD.CPY'.
           COPY 'AUDIOFD.CPY'.
           COPY 'AUTHFD.CPY'.
       WORKING-STORAGE SECTION.
       01  WS-CONTENT-TYPE     PIC X(40)
               VALUE 'application/rss+xml'.
           COPY 'STORYREC.CPY'.
           COPY 'AUDIOREC.CPY'.
           COPY 'AUTHREC.CPY'.
           COPY 'SITECFG.CPY'.
       01  WS-STORY-STATUS     PIC X(2)    VALUE '00'.
       01  WS-AUDIO-STATUS     PIC X(2)    VALUE '00'.
       01  WS-AUTHOR-STATUS    PIC X(2)    VALUE '00'.
       01  WS-EOF              PIC X       VALUE 'N'.
               88  STORY-EOF                   VALUE 'Y'.
       01  WS-AUDIO-EOF        PIC X       VALUE 'N'.
               88  AUDIO-EOF                   VALUE 'Y'.
       01  WS-AUTHOR-EOF       PIC X       VALUE 'N'.
               88  AUTHOR-EOF                  VALUE 'Y'.
       01  WS-TODAY-STAMP      PIC X(21).
       01  WS-TODAY-DATE       PIC X(8).
      *    THE RECORDINGS, LOADED ONCE AND MATCHED AGAINST EACH STORY
      *    ROW AS THE STORY FILE GOES PAST.
       01  WS-AUDIO-TABLE.
           05  WS-AT-ENTRY         OCCURS 100 TIMES.
               10  WS-AT-LINE          PIC X(160).
               10  WS-AT-STORY-ID      PIC X(8).
       01  WS-AT-COUNT         PIC 9(3)    VALUE 0.
       01  WS-AT-IDX           PIC 9(3).
       01  WS-AT-HIT           PIC 9(3)    VALUE 0.
       01  WS-EPISODE-DATE     PIC X(8).
       01  WS-RFC822-DATE      PIC X(32).
       01  WS-MONTH-NAME       PIC X(3).
       01  WS-MM               PIC 99.
       01  WS-NARRATOR-NAME    PIC X(40).
       01  WS-MIME-TYPE        PIC X(20).
       01  WS-FILE-REVERSED    PIC X(80).
       01  WS-BYTE-COUNT       PIC 9(12)   VALUE 0.
       01  WS-BYTE-EDIT        PIC Z(11)9.
           COPY 'RTMREC.CPY'.
       PROCEDURE DIVISION.
           CALL 'SITEHOST' USING SITE-ENTRY
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE 'PODCAST' TO RTM-PAGE.
           SET RTM-REQUEST-START TO TRUE.
           PERFORM MARK-RENDER-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-AUDIO-TABLE.
           CALL 'HTTPHDR' USING WS-CONTENT-TYPE.
           DISPLAY
               '<?xml version="1.0" encoding="UTF-8"?>'
           END-DISPLAY.
           DISPLAY
               '<rss version="2.0" xmlns:itunes="http://www.itunes.com'
               '/dtds/podcast-1.0.dtd" xmlns:podcast="https://podcast'
               'index.org/namespace/1.0"><channel>'
           END-DISPLAY.
           DISPLAY
               '<title>*observe.observer - read aloud</title>'
           END-DISPLAY.
           DISPLAY
               '<link>' FUNCTION TRIM(WS-BASE-URL) '</link>'
           END-DISPLAY.
           DISPLAY
               '<description>stories from *observe.observer, read alo'
               'ud</description>'
           END-DISPLAY.
           DISPLAY
               '<language>en</language>'
           END-DISPLAY.
           DISPLAY
               '<itunes:author>*observe.observer</itunes:author>'
           END-DISPLAY.
           DISPLAY
               '<itunes:image href="' FUNCTION TRIM(WS-BASE-URL)
               'f/preview.jpg"/>'
           END-DISPLAY.
           DISPLAY
               '<itunes:explicit>false</itunes:explicit>'
           END-DISPLAY.
           OPEN INPUT STORY-FILE.
           IF WS-STORY-STATUS = '00'
               PERFORM UNTIL STORY-EOF
                   READ STORY-FILE
                       AT END
                           SET STORY-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-STORY-RECORD
                           PERFORM FIND-STORY-AUDIO
                           IF STORY-PROGRAM NOT = SPACES
                                   AND STORY-DRAFT NOT = 'Y'
                                   AND STORY-PUBDATE <= WS-TODAY-DATE
                                   AND WS-AT-HIT > 0
                               PERFORM EMIT-EPISODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORY-FILE
           END-IF.
           DISPLAY
               '</channel></rss>'
           END-DISPLAY.
           SET RTM-REQUEST-END TO TRUE.
           PERFORM MARK-RENDER-TIME.
       GOBACK.

       LOAD-AUDIO-TABLE.
           MOVE 0 TO WS-AT-COUNT.
           OPEN INPUT AUDIO-FILE.
           IF WS-AUDIO-STATUS = '00'
               PERFORM UNTIL AUDIO-EOF
                   READ AUDIO-FILE
                       AT END
                           SET AUDIO-EOF TO TRUE
                       NOT AT END
                           IF WS-AT-COUNT < 100
                                   AND AUDIO-FILE-LINE NOT = SPACES
                               ADD 1 TO WS-AT-COUNT
                               MOVE AUDIO-FILE-LINE
                                   TO WS-AT-LINE(WS-AT-COUNT)
                               MOVE SPACES
                                   TO WS-AT-STORY-ID(WS-AT-COUNT)
                               UNSTRING AUDIO-FILE-LINE
                                   DELIMITED BY '|'
                                   INTO WS-AT-STORY-ID(WS-AT-COUNT)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIO-FILE
           END-IF.

       PARSE-STORY-RECORD.
           MOVE SPACES TO STORY-AUTHORS.
           UNSTRING STORY-FILE-LINE DELIMITED BY '|'
               INTO STORY-ID STORY-TITLE STORY-EXCERPT
                    STORY-PUBDATE STORY-PROGRAM STORY-TAGS
                    STORY-WARNING STORY-DRAFT STORY-TOKEN
                    STORY-LANG STORY-ALT-LANG STORY-ALT-ID
                    STORY-ROBOTS STORY-AUTHORS
           END-UNSTRING.

       FIND-STORY-AUDIO.
           MOVE 0 TO WS-AT-HIT.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT OR WS-AT-HIT > 0
               IF FUNCTION TRIM(WS-AT-STORY-ID(WS-AT-IDX)) =
                       FUNCTION TRIM(STORY-ID)
                   MOVE WS-AT-IDX TO WS-AT-HIT
               END-IF
           END-PERFORM.
           IF WS-AT-HIT > 0
               MOVE SPACES TO AUDIO-RECORD
               UNSTRING WS-AT-LINE(WS-AT-HIT) DELIMITED BY '|'
                   INTO AUD-STORY-ID AUD-FILE AUD-BYTES
                        AUD-DURATION AUD-NARRATOR AUD-TRANSCRIPT
                        AUD-RECORDED
               END-UNSTRING
               IF AUD-FILE = SPACES
                   MOVE 0 TO WS-AT-HIT
               END-IF
           END-IF.

      *    THE EPISODE IS DATED BY ITS RECORDING WHEN THAT IS KNOWN -
      *    A STORY READ ALOUD YEARS AFTER IT WAS PUBLISHED IS STILL A
      *    NEW EPISODE TO A SUBSCRIBER.
       EMIT-EPISODE.
           IF AUD-RECORDED IS NUMERIC
               MOVE AUD-RECORDED TO WS-EPISODE-DATE
           ELSE
               MOVE STORY-PUBDATE TO WS-EPISODE-DATE
           END-IF.
           PERFORM FORMAT-RFC822-DATE.
           PERFORM LOOKUP-NARRATOR-NAME.
           PERFORM FIGURE-MIME-TYPE.
           MOVE 0 TO WS-BYTE-COUNT.
           IF FUNCTION TRIM(AUD-BYTES) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(AUD-BYTES) = 0
               MOVE FUNCTION NUMVAL(AUD-BYTES) TO WS-BYTE-COUNT
           END-IF.
           MOVE WS-BYTE-COUNT TO WS-BYTE-EDIT.
           DISPLAY
               '<item>'
           END-DISPLAY.
           DISPLAY
               '<title><![CDATA[' FUNCTION TRIM(STORY-TITLE)
               ']]></title>'
           END-DISPLAY.
           DISPLAY
               '<link>' FUNCTION TRIM(WS-BASE-URL)
               FUNCTION TRIM(STORY-PROGRAM) '</link>'
           END-DISPLAY.
           DISPLAY
               '<guid isPermaLink="false">' FUNCTION TRIM(WS-BASE-URL)
               FUNCTION TRIM(AUD-FILE) '</guid>'
           END-DISPLAY.
           DISPLAY
               '<pubDate>' FUNCTION TRIM(WS-RFC822-DATE) '</pubDate>'
           END-DISPLAY.
           DISPLAY
               '<description><![CDATA[' FUNCTION TRIM(STORY-EXCERPT)
               ' <p>transcript: <a href="' FUNCTION TRIM(WS-BASE-URL)
               FUNCTION TRIM(STORY-PROGRAM) '">the text of the story'
               '</a></p>]]></description>'
           END-DISPLAY.
           DISPLAY
               '<enclosure url="' FUNCTION TRIM(WS-BASE-URL)
               FUNCTION TRIM(AUD-FILE) '" length="'
               FUNCTION TRIM(WS-BYTE-EDIT) '" type="'
               FUNCTION TRIM(WS-MIME-TYPE) '"/>'
           END-DISPLAY.
           DISPLAY
               '<itunes:duration>' FUNCTION TRIM(AUD-DURATION)
               '</itunes:duration>'
           END-DISPLAY.
           DISPLAY
               '<itunes:author><![CDATA['
               FUNCTION TRIM(WS-NARRATOR-NAME) ']]></itunes:author>'
           END-DISPLAY.
           DISPLAY
               '<podcast:transcript url="' FUNCTION TRIM(WS-BASE-URL)
               FUNCTION TRIM(STORY-PROGRAM) '" type="text/html"/>'
           END-DISPLAY.
           DISPLAY
               '</item>'
           END-DISPLAY.

       LOOKUP-NARRATOR-NAME.
           MOVE AUD-NARRATOR TO WS-NARRATOR-NAME.
           MOVE 'N' TO WS-AUTHOR-EOF.
           OPEN INPUT AUTHOR-FILE.
           IF WS-AUTHOR-STATUS = '00'
               PERFORM UNTIL AUTHOR-EOF
                   READ AUTHOR-FILE
                       AT END
                           SET AUTHOR-EOF TO TRUE
                       NOT AT END
                           UNSTRING AUTHOR-FILE-LINE
                               DELIMITED BY '|'
                               INTO AUTHOR-ID AUTHOR-NAME
                           END-UNSTRING
                           IF FUNCTION TRIM(AUTHOR-ID) =
                                   FUNCTION TRIM(AUD-NARRATOR)
                               MOVE AUTHOR-NAME TO WS-NARRATOR-NAME
                               SET AUTHOR-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHOR-FILE
           END-IF.

      *    PLAYERS GO BY THE ENCLOSURE TYPE, NOT THE FILE NAME, SO IT
      *    HAS TO BE RIGHT. ANYTHING UNRECOGNISED IS CALLED MP3, WHICH
      *    IS WHAT THE RECORDINGS ARE.
       FIGURE-MIME-TYPE.
           MOVE FUNCTION REVERSE(FUNCTION TRIM(AUD-FILE))
               TO WS-FILE-REVERSED.
           MOVE FUNCTION LOWER-CASE(WS-FILE-REVERSED)
               TO WS-FILE-REVERSED.
           EVALUATE TRUE
               WHEN WS-FILE-REVERSED(1:4) = 'ggo.'
                   MOVE 'audio/ogg' TO WS-MIME-TYPE
               WHEN WS-FILE-REVERSED(1:5) = 'supo.'
                   MOVE 'audio/ogg' TO WS-MIME-TYPE
               WHEN WS-FILE-REVERSED(1:4) = 'a4m.'
                   MOVE 'audio/mp4' TO WS-MIME-TYPE
               WHEN OTHER
                   MOVE 'audio/mpeg' TO WS-MIME-TYPE
           END-EVALUATE.

       FORMAT-RFC822-DATE.
           MOVE WS-EPISODE-DATE(5:2) TO WS-MM.
           EVALUATE WS-MM
               WHEN 1  MOVE 'Jan' TO WS-MONTH-NAME
               WHEN 2  MOVE 'Feb' TO WS-MONTH-NAME
               WHEN 3  MOVE 'Mar' TO WS-MONTH-NAME
               WHEN 4  MOVE 'Apr' TO WS-MONTH-NAME
               WHEN 5  MOVE 'May' TO WS-MONTH-NAME
               WHEN 6  MOVE 'Jun' TO WS-MONTH-NAME
               WHEN 7  MOVE 'Jul' TO WS-MONTH-NAME
               WHEN 8  MOVE 'Aug' TO WS-MONTH-NAME
               WHEN 9  MOVE 'Sep' TO WS-MONTH-NAME
               WHEN 10 MOVE 'Oct' TO WS-MONTH-NAME
               WHEN 11 MOVE 'Nov' TO WS-MONTH-NAME
               WHEN 12 MOVE 'Dec' TO WS-MONTH-NAME
           END-EVALUATE.
           MOVE SPACES TO WS-RFC822-DATE.
           STRING WS-EPISODE-DATE(7:2) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MONTH-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EPISODE-DATE(1:4) DELIMITED BY SIZE
                  ' 00:00:00 GMT' DELIMITED BY SIZE
               INTO WS-RFC822-DATE
           END-STRING.

      *    ONE MARK FOR RENDTIME.CBL - RTM-ACTION (AND RTM-POINT FOR
      *    A NAMED PARAGRAPH) ARE SET BY THE TIME THIS IS PERFORMED.
       MARK-RENDER-TIME.
           CALL 'RENDTIME' USING RENDER-MARK
               ON EXCEPTION
                   CONTINUE
           END-CALL.
       END PROGRAM PODCAST.
