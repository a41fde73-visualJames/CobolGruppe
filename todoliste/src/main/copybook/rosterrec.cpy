       01 WS-ROSTER-LINE.
          05 WS-ROS-PERSON-ID   PIC X(8).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-ROS-STATUS      PIC X(1).
             88 ROS-PERSON-ACTIVE   VALUE 'A'.
             88 ROS-PERSON-INACTIVE VALUE 'I'.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-ROS-ADDED       PIC X(8).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-ROS-NAME        PIC X(30).
