000700*    REASON CODES:
000800*      NNUM -- GAME-ID IS NOT NUMERIC.
001100*      CHAR -- MOVE STRING HOLDS A CHARACTER OTHER THAN
001200*              G/L/E/Q/U (EITHER CASE) OR BLANK.
001300*      DUPL -- A RECORD WITH THIS GAME-ID WAS ALREADY ACCEPTED
001400*              IN THIS BATCH.
001410*      USER -- THE USER-ID IS NOT ON THE GLEOPER REGISTRY.
001420*      SUSP -- THE OPERATOR IS ON GLEOPER BUT IS NOT ACTIVE.
001430*      PROF -- THE PROFILE CODE IS NOT ONE THE OPERATOR IS
001440*              PERMITTED ON GLEOPER (BLANK IS ALWAYS PERMITTED).
001450*    THE ORIGINAL-RECORD AREA MATCHES THE GLETRAN RECORD LENGTH,
001460*    WHICH GREW BY FOUR BYTES WHEN THE GLEPROF PROFILE CODE WAS
001470*    ADDED TO THE TRANSACTION.
