      *    MIRROR FILE AND TERMINAL SESSION ALL CLEARED IN ONE PLACE
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           SET MON-ACT-SIGNOFF TO TRUE.
           SET MON-SOR-SWEPT TO TRUE.
           MOVE WS-ROSTER-USER-ID TO MON-USER-ID.
           MOVE UA-USER-TYPE TO MON-USER-TYPE.

