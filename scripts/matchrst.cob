   05 mst-last-id        pic 9(10).

fd match-stage.
01 match-stage-line      pic x(250).

fd waiting-new.
01 waiting-new-record    pic x(28).
